			88  INTF-HEADER             VALUE 'H'.
		05  IH-RUN-ID                PIC X(12).
		05  IH-RUN-DATE              PIC 9(8).
		05  IH-PERIOD-ID             PIC 9(6).
		05  FILLER                   PIC X(73).

	01  INTF-TRAILER-RECORD.
		05  IT-RECORD-TYPE           PIC X.
