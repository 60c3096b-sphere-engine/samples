		05  TRAN-REFERENCE           PIC X(10).
		05  TRAN-ACTION              PIC X.
			88  TRAN-REVERSAL           VALUE 'R'.
		05  TRAN-VALUE-DATE          PIC X(8).
		05  FILLER                   PIC X(57).

	01  TRAN-HEADER-RECORD.
		05  TH-RECORD-TYPE           PIC X(4).
