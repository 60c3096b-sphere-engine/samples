	01  STEP-LOG-BLOCK.
		05  SLB-FUNCTION             PIC X.
			88  SLB-START               VALUE 'S'.
			88  SLB-END                 VALUE 'E'.
		05  SLB-PROGRAM              PIC X(8).
		05  SLB-BUSINESS-DATE        PIC 9(8).
		05  SLB-RUN-ID               PIC X(12).
		05  SLB-RECORDS-IN           PIC 9(9).
		05  SLB-RECORDS-OUT          PIC 9(9).
		05  SLB-RETURN-CODE          PIC 9(4).
		05  SLB-JOB-DATE             PIC 9(8).
		05  SLB-START-TIME           PIC 9(8).
