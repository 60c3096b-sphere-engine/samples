	01  SOURCE-REG-RECORD.
		05  SR-SOURCE-ID             PIC X(8).
		05  SR-BRANCH-NAME           PIC X(30).
		05  SR-ACTIVE-FLAG           PIC X.
			88  SR-ACTIVE               VALUE 'Y'.
		05  SR-EXPECTED-DAYS         PIC X(7).
		05  SR-MIN-RECORDS           PIC 9(9).
		05  SR-MAX-RECORDS           PIC 9(9).
		05  FILLER                   PIC X(16).
