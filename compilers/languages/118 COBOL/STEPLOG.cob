	IDENTIFICATION DIVISION.
	PROGRAM-ID. STEPLOG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO STEPLOG
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-STEP-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  STEP-LOG-FILE
		RECORDING MODE IS F.
	COPY STEPREC.

	WORKING-STORAGE SECTION.
	77 WS-STEP-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-NOW-DATE              PIC 9(8) VALUE ZERO.
	77 WS-NOW-TIME              PIC 9(8) VALUE ZERO.

	LINKAGE SECTION.
	COPY STEPBLK.

	PROCEDURE DIVISION USING STEP-LOG-BLOCK.
	0000-STEPLOG-MAIN.
		ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
		ACCEPT WS-NOW-TIME FROM TIME
		IF SLB-START
			MOVE WS-NOW-DATE TO SLB-JOB-DATE
			MOVE WS-NOW-TIME TO SLB-START-TIME
		END-IF
		OPEN EXTEND STEP-LOG-FILE
		EVALUATE TRUE
		WHEN WS-STEP-FILE-STATUS = '00' OR '05'
			PERFORM 1000-WRITE-LOG-RECORD
			CLOSE STEP-LOG-FILE
		WHEN WS-STEP-FILE-STATUS = '35'
			CONTINUE
		WHEN OTHER
			DISPLAY 'STEPLOG OPEN FAILED, STATUS='
				WS-STEP-FILE-STATUS ' - STEP NOT LOGGED'
		END-EVALUATE
		GOBACK.

	1000-WRITE-LOG-RECORD.
		MOVE SPACES TO STEP-LOG-RECORD
		MOVE SLB-FUNCTION TO SL-RECORD-TYPE
		MOVE SLB-PROGRAM TO SL-PROGRAM
		MOVE SLB-JOB-DATE TO SL-JOB-DATE
		MOVE SLB-BUSINESS-DATE TO SL-BUSINESS-DATE
		MOVE SLB-RUN-ID TO SL-RUN-ID
		MOVE SLB-START-TIME TO SL-START-TIME
		MOVE SLB-RECORDS-IN TO SL-RECORDS-IN
		MOVE SLB-RECORDS-OUT TO SL-RECORDS-OUT
		MOVE SLB-RETURN-CODE TO SL-RETURN-CODE
		IF SL-END-REC
			MOVE WS-NOW-DATE TO SL-END-DATE
			MOVE WS-NOW-TIME TO SL-END-TIME
		ELSE
			MOVE ZERO TO SL-END-DATE
			MOVE ZERO TO SL-END-TIME
		END-IF
		WRITE STEP-LOG-RECORD
		IF WS-STEP-FILE-STATUS NOT = '00'
			DISPLAY 'STEPLOG WRITE FAILED, STATUS='
				WS-STEP-FILE-STATUS ' - STEP NOT LOGGED'
		END-IF.
