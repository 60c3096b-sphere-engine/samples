	01  STEP-LOG-RECORD.
		05  SL-RECORD-TYPE           PIC X.
			88  SL-START-REC            VALUE 'S'.
			88  SL-END-REC              VALUE 'E'.
		05  SL-PROGRAM               PIC X(8).
		05  SL-JOB-DATE              PIC 9(8).
		05  SL-BUSINESS-DATE         PIC 9(8).
		05  SL-RUN-ID                PIC X(12).
		05  SL-START-TIME            PIC 9(8).
		05  SL-END-DATE              PIC 9(8).
		05  SL-END-TIME              PIC 9(8).
		05  SL-RECORDS-IN            PIC 9(9).
		05  SL-RECORDS-OUT           PIC 9(9).
		05  SL-RETURN-CODE           PIC 9(4).
		05  FILLER                   PIC X(17).
