	01  ACK-HEADER-RECORD.
		05  AH-RECORD-TYPE           PIC X.
			88  ACK-HEADER              VALUE 'A'.
			88  ACK-REFUSAL             VALUE 'X'.
		05  AH-RUN-ID                PIC X(12).
		05  AH-LOADED-COUNT          PIC 9(9).
		05  AH-LOADED-HASH           PIC 9(11).
		05  AH-ACK-DATE              PIC 9(8).
		05  FILLER                   PIC X(59).

	01  ACK-REFUSAL-RECORD.
		05  AR-RECORD-TYPE           PIC X.
		05  AR-RUN-ID                PIC X(12).
		05  AR-SEQ                   PIC 9(9).
		05  AR-REFERENCE             PIC X(10).
		05  AR-REASON                PIC X(20).
		05  FILLER                   PIC X(48).
