	IDENTIFICATION DIVISION.
	PROGRAM-ID. SRCMNT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MAINT-FILE ASSIGN TO SRCMNTIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-MAINT-FILE-STATUS.

		SELECT SOURCE-REG-FILE ASSIGN TO SRCREG
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS SR-SOURCE-ID
			FILE STATUS IS WS-SRCREG-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO SRCRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  MAINT-FILE
		RECORDING MODE IS F.
	01  MAINT-RECORD.
		05  SMT-ACTION               PIC X.
		05  SMT-SOURCE-ID            PIC X(8).
		05  SMT-BRANCH-NAME          PIC X(30).
		05  SMT-ACTIVE-FLAG          PIC X.
		05  SMT-EXPECTED-DAYS        PIC X(7).
		05  SMT-MIN-RECORDS          PIC X(9).
		05  SMT-MAX-RECORDS          PIC X(9).
		05  FILLER                   PIC X(15).

	FD  SOURCE-REG-FILE
		RECORDING MODE IS F.
	COPY SRCREC.

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-MAINT-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-SRCREG-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-DAY-FLAG-COUNT        PIC 9(2) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-VALID-SWITCH      PIC X VALUE 'Y'.
			88 WS-MAINT-VALID         VALUE 'Y'.
			88 WS-MAINT-INVALID       VALUE 'N'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-SOURCE-READ-SW     PIC X VALUE 'N'.
			88 WS-SOURCE-READ-OK      VALUE 'Y'.
			88 WS-SOURCE-READ-FAILED  VALUE 'N'.

	01 WS-MAINT-COUNTERS.
		05 WS-MAINT-READ-COUNT  PIC 9(9) VALUE ZERO.
		05 WS-ADD-COUNT         PIC 9(9) VALUE ZERO.
		05 WS-CHANGE-COUNT      PIC 9(9) VALUE ZERO.
		05 WS-DEACT-COUNT       PIC 9(9) VALUE ZERO.
		05 WS-MAINT-REJECT-COUNT PIC 9(9) VALUE ZERO.

	01 WS-REJECT-REASON          PIC X(25) VALUE SPACES.

	01 WS-BEFORE-IMAGE.
		05 WS-BEFORE-NAME       PIC X(30) VALUE SPACES.
		05 WS-BEFORE-FLAG       PIC X VALUE SPACE.
		05 WS-BEFORE-DAYS       PIC X(7) VALUE SPACES.
		05 WS-BEFORE-MIN        PIC X(9) VALUE SPACES.
		05 WS-BEFORE-MAX        PIC X(9) VALUE SPACES.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'SRCMNT SOURCE REGISTRY RPT'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(30) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(5) VALUE '  ACT'.
		05 FILLER               PIC X(10) VALUE '  SOURCE'.
		05 FILLER               PIC X(14) VALUE '  DISPOSITION'.
		05 FILLER               PIC X(51) VALUE SPACES.

	01 WS-RPT-MAINT-DETAIL.
		05 FILLER               PIC X(4) VALUE SPACES.
		05 WS-RPT-DTL-ACTION    PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-SOURCE    PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-DISP      PIC X(10).
		05 WS-RPT-DTL-REASON    PIC X(25).
		05 FILLER               PIC X(28) VALUE SPACES.

	01 WS-RPT-IMAGE-LINE.
		05 FILLER               PIC X(7) VALUE SPACES.
		05 WS-RPT-IMG-LABEL     PIC X(8).
		05 WS-RPT-IMG-FLAG      PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-IMG-NAME      PIC X(30).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-DAYS      PIC X(7).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-MIN       PIC X(9).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-MAX       PIC X(9).
		05 FILLER               PIC X(4) VALUE SPACES.

	01 WS-RPT-TOTAL-LINE.
		05 WS-RPT-TOT-TEXT      PIC X(22).
		05 WS-RPT-TOT-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(49) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1100-MAINT-LOOP
			PERFORM 8900-WRITE-TOTALS
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-MAINT-REJECT-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'SRCMNT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	1000-OPEN-FILES.
		OPEN INPUT MAINT-FILE
		IF WS-MAINT-FILE-STATUS NOT = '00'
			DISPLAY 'MAINT-FILE OPEN FAILED, STATUS='
				WS-MAINT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN I-O SOURCE-REG-FILE
		IF WS-SRCREG-FILE-STATUS NOT = '00'
			DISPLAY 'SRCREG OPEN FAILED, STATUS='
				WS-SRCREG-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'REPORT-FILE OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	1900-CLOSE-FILES.
		IF WS-MAINT-FILE-STATUS = '00'
			CLOSE MAINT-FILE
		END-IF
		IF WS-SRCREG-FILE-STATUS = '00'
			CLOSE SOURCE-REG-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-MAINT-LOOP.
		READ MAINT-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-MAINT-READ-COUNT
			PERFORM 1500-VALIDATE-MAINT
			IF WS-MAINT-VALID
				EVALUATE SMT-ACTION
				WHEN 'A'
					PERFORM 2000-APPLY-ADD
				WHEN 'C'
					PERFORM 2100-APPLY-CHANGE
				WHEN 'D'
					PERFORM 2200-APPLY-DEACT
				END-EVALUATE
			ELSE
				PERFORM 1600-REPORT-REJECT
			END-IF
			READ MAINT-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	1500-VALIDATE-MAINT.
		SET WS-MAINT-VALID TO TRUE
		MOVE SPACES TO WS-REJECT-REASON
		IF SMT-ACTION NOT = 'A' AND 'C' AND 'D'
			SET WS-MAINT-INVALID TO TRUE
			MOVE 'INVALID ACTION'
				TO WS-REJECT-REASON
		ELSE
			IF SMT-SOURCE-ID = SPACES
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'SOURCE ID MISSING'
					TO WS-REJECT-REASON
			END-IF
		END-IF
		IF WS-MAINT-VALID
			IF SMT-ACTION = 'A'
				AND SMT-BRANCH-NAME = SPACES
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'BRANCH NAME MISSING'
					TO WS-REJECT-REASON
			END-IF
			IF SMT-ACTION NOT = 'D'
				AND SMT-ACTIVE-FLAG NOT = 'Y'
				AND 'N' AND SPACE
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID ACTIVE FLAG'
					TO WS-REJECT-REASON
			END-IF
			IF SMT-EXPECTED-DAYS NOT = SPACES
				PERFORM 1510-EDIT-EXPECTED-DAYS
			END-IF
			IF SMT-MIN-RECORDS NOT = SPACES
				AND SMT-MIN-RECORDS IS NOT NUMERIC
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID MINIMUM COUNT'
					TO WS-REJECT-REASON
			END-IF
			IF SMT-MAX-RECORDS NOT = SPACES
				AND SMT-MAX-RECORDS IS NOT NUMERIC
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID MAXIMUM COUNT'
					TO WS-REJECT-REASON
			END-IF
		END-IF.

	1510-EDIT-EXPECTED-DAYS.
		MOVE ZERO TO WS-DAY-FLAG-COUNT
		INSPECT SMT-EXPECTED-DAYS
			TALLYING WS-DAY-FLAG-COUNT FOR ALL 'Y' ALL 'N'
		IF WS-DAY-FLAG-COUNT NOT = 7
			SET WS-MAINT-INVALID TO TRUE
			MOVE 'INVALID EXPECTED DAYS'
				TO WS-REJECT-REASON
		END-IF.

	1550-READ-SOURCE.
		SET WS-SOURCE-READ-FAILED TO TRUE
		MOVE SMT-SOURCE-ID TO SR-SOURCE-ID
		READ SOURCE-REG-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-SOURCE-READ-OK TO TRUE
		END-READ.

	2000-APPLY-ADD.
		PERFORM 1550-READ-SOURCE
		IF WS-SOURCE-READ-OK
			MOVE 'SOURCE ALREADY REGISTERED'
				TO WS-REJECT-REASON
			PERFORM 1600-REPORT-REJECT
		ELSE
			MOVE SPACES TO SOURCE-REG-RECORD
			MOVE SMT-SOURCE-ID TO SR-SOURCE-ID
			MOVE SMT-BRANCH-NAME TO SR-BRANCH-NAME
			IF SMT-ACTIVE-FLAG = SPACE
				MOVE 'Y' TO SR-ACTIVE-FLAG
			ELSE
				MOVE SMT-ACTIVE-FLAG TO SR-ACTIVE-FLAG
			END-IF
			IF SMT-EXPECTED-DAYS = SPACES
				MOVE 'YYYYYNN' TO SR-EXPECTED-DAYS
			ELSE
				MOVE SMT-EXPECTED-DAYS
					TO SR-EXPECTED-DAYS
			END-IF
			IF SMT-MIN-RECORDS = SPACES
				MOVE ZERO TO SR-MIN-RECORDS
			ELSE
				MOVE SMT-MIN-RECORDS TO SR-MIN-RECORDS
			END-IF
			IF SMT-MAX-RECORDS = SPACES
				MOVE ZERO TO SR-MAX-RECORDS
			ELSE
				MOVE SMT-MAX-RECORDS TO SR-MAX-RECORDS
			END-IF
			IF SR-MAX-RECORDS > ZERO
				AND SR-MIN-RECORDS > SR-MAX-RECORDS
				MOVE 'MINIMUM ABOVE MAXIMUM'
					TO WS-REJECT-REASON
				PERFORM 1600-REPORT-REJECT
			ELSE
				PERFORM 2050-WRITE-ADD
			END-IF
		END-IF.

	2050-WRITE-ADD.
		WRITE SOURCE-REG-RECORD
			INVALID KEY
			MOVE 'REGISTRY WRITE FAILED'
				TO WS-REJECT-REASON
			PERFORM 1600-REPORT-REJECT
			NOT INVALID KEY
			ADD 1 TO WS-ADD-COUNT
			MOVE '(NEW)' TO WS-BEFORE-NAME
			MOVE SPACE TO WS-BEFORE-FLAG
			MOVE SPACES TO WS-BEFORE-DAYS
			MOVE SPACES TO WS-BEFORE-MIN
			MOVE SPACES TO WS-BEFORE-MAX
			PERFORM 1700-REPORT-APPLIED
		END-WRITE.

	2100-APPLY-CHANGE.
		PERFORM 1550-READ-SOURCE
		IF WS-SOURCE-READ-FAILED
			MOVE 'SOURCE NOT REGISTERED'
				TO WS-REJECT-REASON
			PERFORM 1600-REPORT-REJECT
		ELSE
			PERFORM 2110-SAVE-BEFORE-IMAGE
			IF SMT-BRANCH-NAME NOT = SPACES
				MOVE SMT-BRANCH-NAME TO SR-BRANCH-NAME
			END-IF
			IF SMT-ACTIVE-FLAG NOT = SPACE
				MOVE SMT-ACTIVE-FLAG TO SR-ACTIVE-FLAG
			END-IF
			IF SMT-EXPECTED-DAYS NOT = SPACES
				MOVE SMT-EXPECTED-DAYS
					TO SR-EXPECTED-DAYS
			END-IF
			IF SMT-MIN-RECORDS NOT = SPACES
				MOVE SMT-MIN-RECORDS TO SR-MIN-RECORDS
			END-IF
			IF SMT-MAX-RECORDS NOT = SPACES
				MOVE SMT-MAX-RECORDS TO SR-MAX-RECORDS
			END-IF
			IF SR-MAX-RECORDS > ZERO
				AND SR-MIN-RECORDS > SR-MAX-RECORDS
				MOVE 'MINIMUM ABOVE MAXIMUM'
					TO WS-REJECT-REASON
				PERFORM 1600-REPORT-REJECT
			ELSE
				PERFORM 2150-REWRITE-CHANGE
			END-IF
		END-IF.

	2110-SAVE-BEFORE-IMAGE.
		MOVE SR-BRANCH-NAME TO WS-BEFORE-NAME
		MOVE SR-ACTIVE-FLAG TO WS-BEFORE-FLAG
		MOVE SR-EXPECTED-DAYS TO WS-BEFORE-DAYS
		MOVE SR-MIN-RECORDS TO WS-BEFORE-MIN
		MOVE SR-MAX-RECORDS TO WS-BEFORE-MAX.

	2150-REWRITE-CHANGE.
		REWRITE SOURCE-REG-RECORD
			INVALID KEY
			MOVE 'REGISTRY REWRITE FAILED'
				TO WS-REJECT-REASON
			PERFORM 1600-REPORT-REJECT
			NOT INVALID KEY
			ADD 1 TO WS-CHANGE-COUNT
			PERFORM 1700-REPORT-APPLIED
		END-REWRITE.

	2200-APPLY-DEACT.
		PERFORM 1550-READ-SOURCE
		IF WS-SOURCE-READ-FAILED
			MOVE 'SOURCE NOT REGISTERED'
				TO WS-REJECT-REASON
			PERFORM 1600-REPORT-REJECT
		ELSE
			IF SR-ACTIVE-FLAG = 'N'
				MOVE 'SOURCE ALREADY INACTIVE'
					TO WS-REJECT-REASON
				PERFORM 1600-REPORT-REJECT
			ELSE
				PERFORM 2110-SAVE-BEFORE-IMAGE
				MOVE 'N' TO SR-ACTIVE-FLAG
				REWRITE SOURCE-REG-RECORD
					INVALID KEY
					MOVE 'REGISTRY REWRITE FAILED'
						TO WS-REJECT-REASON
					PERFORM 1600-REPORT-REJECT
					NOT INVALID KEY
					ADD 1 TO WS-DEACT-COUNT
					PERFORM 1700-REPORT-APPLIED
				END-REWRITE
			END-IF
		END-IF.

	1600-REPORT-REJECT.
		ADD 1 TO WS-MAINT-REJECT-COUNT
		MOVE SMT-ACTION TO WS-RPT-DTL-ACTION
		MOVE SMT-SOURCE-ID TO WS-RPT-DTL-SOURCE
		MOVE 'REJECTED' TO WS-RPT-DTL-DISP
		MOVE WS-REJECT-REASON TO WS-RPT-DTL-REASON
		PERFORM 8200-WRITE-DETAIL-LINE.

	1700-REPORT-APPLIED.
		MOVE SMT-ACTION TO WS-RPT-DTL-ACTION
		MOVE SMT-SOURCE-ID TO WS-RPT-DTL-SOURCE
		MOVE 'APPLIED' TO WS-RPT-DTL-DISP
		MOVE SPACES TO WS-RPT-DTL-REASON
		PERFORM 8200-WRITE-DETAIL-LINE
		MOVE 'BEFORE: ' TO WS-RPT-IMG-LABEL
		MOVE WS-BEFORE-FLAG TO WS-RPT-IMG-FLAG
		MOVE WS-BEFORE-NAME TO WS-RPT-IMG-NAME
		MOVE WS-BEFORE-DAYS TO WS-RPT-IMG-DAYS
		MOVE WS-BEFORE-MIN TO WS-RPT-IMG-MIN
		MOVE WS-BEFORE-MAX TO WS-RPT-IMG-MAX
		PERFORM 8300-WRITE-IMAGE-LINE
		MOVE 'AFTER : ' TO WS-RPT-IMG-LABEL
		MOVE SR-ACTIVE-FLAG TO WS-RPT-IMG-FLAG
		MOVE SR-BRANCH-NAME TO WS-RPT-IMG-NAME
		MOVE SR-EXPECTED-DAYS TO WS-RPT-IMG-DAYS
		MOVE SR-MIN-RECORDS TO WS-RPT-IMG-MIN
		MOVE SR-MAX-RECORDS TO WS-RPT-IMG-MAX
		PERFORM 8300-WRITE-IMAGE-LINE.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-WRITE-DETAIL-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-MAINT-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT.

	8300-WRITE-IMAGE-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE 'TRANSACTIONS READ   :' TO WS-RPT-TOT-TEXT
		MOVE WS-MAINT-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'SOURCES ADDED       :' TO WS-RPT-TOT-TEXT
		MOVE WS-ADD-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'SOURCES CHANGED     :' TO WS-RPT-TOT-TEXT
		MOVE WS-CHANGE-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'SOURCES DEACTIVATED :' TO WS-RPT-TOT-TEXT
		MOVE WS-DEACT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'UPDATES REJECTED    :' TO WS-RPT-TOT-TEXT
		MOVE WS-MAINT-REJECT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== SRCMNT RUN SUMMARY ====='
		DISPLAY 'TRANSACTIONS READ  : ' WS-MAINT-READ-COUNT
		DISPLAY 'SOURCES ADDED      : ' WS-ADD-COUNT
		DISPLAY 'SOURCES CHANGED    : ' WS-CHANGE-COUNT
		DISPLAY 'SOURCES DEACTIVATED: ' WS-DEACT-COUNT
		DISPLAY 'UPDATES REJECTED   : ' WS-MAINT-REJECT-COUNT
		DISPLAY '=============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-MAINT-READ-COUNT TO SLB-RECORDS-IN
		COMPUTE SLB-RECORDS-OUT = WS-ADD-COUNT
			+ WS-CHANGE-COUNT
			+ WS-DEACT-COUNT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
