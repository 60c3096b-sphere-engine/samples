	01  SOURCE-HISTORY-RECORD.
		05  SH-RUN-ID                PIC X(12).
		05  SH-BUSINESS-DATE         PIC 9(8).
		05  SH-PERIOD-ID             PIC 9(6).
		05  SH-SOURCE                PIC X(8).
		05  SH-READ-COUNT            PIC 9(9).
		05  SH-POSTED-COUNT          PIC 9(9).
		05  SH-POSTED-TOTAL          PIC 9(11).
		05  SH-REVERSED-COUNT        PIC 9(9).
		05  SH-REVERSED-TOTAL        PIC 9(11).
		05  SH-REJECT-COUNT          PIC 9(9).
		05  SH-EXCEPTION-COUNT       PIC 9(9).
		05  SH-DUP-COUNT             PIC 9(9).
		05  SH-HELD-COUNT            PIC 9(9).
		05  SH-FORCED-COUNT          PIC 9(7).
		05  SH-CTL-FAIL-COUNT        PIC 9(3).
		05  SH-LATE-COUNT            PIC 9(3).
		05  SH-LATE-DAYS             PIC 9(3).
		05  SH-RUN-STATUS            PIC X.
			88  SH-RUN-COMPLETE          VALUE SPACE 'C'.
			88  SH-RUN-FAILED            VALUE 'F'.
		05  FILLER                   PIC X(13).
		05  SH-RECORD-TYPE           PIC X.
			88  SH-SOURCE-REC            VALUE SPACE 'S'.
			88  SH-OFFENDER-REC          VALUE 'O'.

	01  SOURCE-OFFENDER-RECORD.
		05  SO-RUN-ID                PIC X(12).
		05  SO-BUSINESS-DATE         PIC 9(8).
		05  SO-PERIOD-ID             PIC 9(6).
		05  SO-SOURCE                PIC X(8).
		05  SO-CATEGORY              PIC X.
			88  SO-REJECT                VALUE 'R'.
			88  SO-EXCEPTION             VALUE 'E'.
			88  SO-DUPLICATE             VALUE 'D'.
		05  SO-TRAN-CODE             PIC X(4).
		05  SO-REASON                PIC X(12).
		05  SO-COUNT                 PIC 9(9).
		05  FILLER                   PIC X(89).
		05  SO-RECORD-TYPE           PIC X.
