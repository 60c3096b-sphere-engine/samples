	01  PERIOD-RECORD.
		05  PC-PERIOD-ID             PIC 9(6).
		05  PC-START-DATE            PIC 9(8).
		05  PC-END-DATE              PIC 9(8).
		05  PC-STATUS                PIC X.
			88  PC-OPEN                 VALUE 'O'.
			88  PC-CLOSED               VALUE 'C'.
		05  PC-CLOSE-DATE            PIC 9(8).
		05  PC-CLOSE-COUNT           PIC 9(9).
		05  PC-CLOSE-TOTAL           PIC 9(13).
		05  FILLER                   PIC X(27).
