		05  OPT-LATE-FEED-DAYS       PIC 9(3).
		05  OPT-VOL-THRESHOLD        PIC 9(3).
		05  OPT-RATE-THRESHOLD       PIC 9(3).
		05  OPT-SRC-POLICY           PIC X.
		05  OPT-APPROVAL-DAYS        PIC 9(3).
		05  OPT-CLOSED-PERIOD        PIC X.
		05  OPT-QUAL-REJECT-PCT      PIC 9(3).
		05  OPT-QUAL-EXCP-PCT        PIC 9(3).
		05  OPT-QUAL-DUP-PCT         PIC 9(3).
