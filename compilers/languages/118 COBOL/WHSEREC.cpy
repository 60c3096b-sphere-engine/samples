	01  WAREHOUSE-RECORD.
		05  WH-TRAN-DATA             PIC X(80).
		05  WH-TRAN-FIELDS REDEFINES WH-TRAN-DATA.
			10  WH-CODE              PIC X(4).
			10  WH-REFERENCE         PIC X(10).
			10  WH-ACTION            PIC X.
			10  FILLER               PIC X(65).
		05  WH-VALUE-DATE            PIC 9(8).
		05  WH-SOURCE                PIC X(8).
		05  WH-WHSE-DATE             PIC 9(8).
		05  WH-RUN-ID                PIC X(12).
		05  WH-POSITION              PIC 9(9).
		05  WH-ORIGIN                PIC X.
			88  WH-FROM-FEED            VALUE 'F'.
			88  WH-FROM-SUSPENSE        VALUE 'S'.
		05  FILLER                   PIC X(14).
