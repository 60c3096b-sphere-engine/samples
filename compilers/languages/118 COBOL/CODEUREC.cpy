		05  CU-CODE                  PIC X(4).
		05  CU-COUNT                 PIC 9(9).
		05  CU-TOTAL                 PIC 9(11).
		05  CU-PERIOD-ID             PIC X(6).
		05  FILLER                   PIC X(30).
