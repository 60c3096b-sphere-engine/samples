			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-DUP-FILE-STATUS.

		SELECT OPTIONAL HELD-FILE ASSIGN TO HELDIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-HELD-FILE-STATUS.

		SELECT OPTIONAL WHSE-ACT-FILE ASSIGN TO WHSEACT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEACT-FILE-STATUS.

		SELECT OPTIONAL WHSE-IN-FILE ASSIGN TO WHSEIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEIN-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO RECRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.
		RECORDING MODE IS F.
	01  DUP-RECORD                  PIC X(80).

	FD  HELD-FILE
		RECORDING MODE IS F.
	01  HELD-RECORD                 PIC X(80).

	FD  WHSE-ACT-FILE
		RECORDING MODE IS F.
	01  WHSE-ACT-RECORD             PIC X(80).

	FD  WHSE-IN-FILE
		RECORDING MODE IS F.
	01  WHSE-IN-RECORD              PIC X(140).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD               PIC X(80).
	77 WS-REJECT-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-EXCP-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-DUP-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-HELD-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-WHSEACT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-WHSEIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-RECON-DATE            PIC 9(8) VALUE ZERO.
		88 WS-PARM-DATE-GIVEN          VALUE 'Y'.
	77 WS-FIRST-REC-SW          PIC X VALUE 'Y'.
		88 WS-FIRST-RECORD             VALUE 'Y'.
	77 WS-WHSEIN-SW             PIC X VALUE 'N'.
		88 WS-WHSEIN-PRESENT           VALUE 'Y'.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-OUT-OF-BALANCE      VALUE 'N'.
		05 WS-TRAILER-SW         PIC X VALUE 'N'.
			88 WS-TRAILER-SEEN        VALUE 'Y'.
		05 WS-REL-BALANCE-SW     PIC X VALUE 'Y'.
			88 WS-REL-IN-BALANCE      VALUE 'Y'.
			88 WS-REL-OUT-OF-BALANCE  VALUE 'N'.

	01 WS-RECON-COUNTERS.
		05 WS-IN-COUNT          PIC 9(9) VALUE ZERO.
		05 WS-ACCOUNTED-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-SUSP-POSTED-COUNT PIC 9(9) VALUE ZERO.
		05 WS-DUP-COUNT         PIC 9(9) VALUE ZERO.
		05 WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
		05 WS-BREAK-COUNT       PIC 9(9) VALUE ZERO.
		05 WS-POS-OVERFLOW      PIC 9(9) VALUE ZERO.
		05 WS-WHSE-COUNT        PIC 9(9) VALUE ZERO.
		05 WS-REL-COUNT         PIC 9(9) VALUE ZERO.
		05 WS-REL-POSTED-COUNT  PIC 9(9) VALUE ZERO.
		05 WS-REL-SUSP-COUNT    PIC 9(9) VALUE ZERO.
		05 WS-REL-DUE-COUNT     PIC 9(9) VALUE ZERO.
		05 WS-REL-ACCOUNTED     PIC 9(9) VALUE ZERO.

	COPY AUDREC.

	COPY WHSEREC.

	COPY OPTBLK.

	01 WS-AUDIT-IN              PIC X(80).

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		IF WS-PARM-LINE(1:8) = SPACES
			ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD
			PERFORM 1300-TALLY-REJECTS
			PERFORM 1400-TALLY-EXCEPTIONS
			PERFORM 1500-TALLY-DUPS
			PERFORM 1600-TALLY-HELD
			PERFORM 1700-TALLY-WAREHOUSE
			PERFORM 1800-COUNT-DUE-RELEASES
			PERFORM 2000-BALANCE
			PERFORM 2100-BALANCE-RELEASES
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-OUT-OF-BALANCE OR WS-REL-OUT-OF-BALANCE
				MOVE 8 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'RECON' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0200-LOAD-OPTIONS.
		INITIALIZE OPTION-BLOCK
		MOVE WS-RPT-LINES-PER-PAGE
				WS-DUP-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT HELD-FILE
		EVALUATE WS-HELD-FILE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '05'
			DISPLAY 'NO HELD FILE - NOTHING HELD'
		WHEN OTHER
			DISPLAY 'HELDIN OPEN FAILED, STATUS='
				WS-HELD-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		OPEN INPUT WHSE-ACT-FILE
		EVALUATE WS-WHSEACT-FILE-STATUS
		WHEN '00'
			CONTINUE
		WHEN '05'
			DISPLAY 'NO WAREHOUSE ACTIVITY FILE'
		WHEN OTHER
			DISPLAY 'WHSEACT OPEN FAILED, STATUS='
				WS-WHSEACT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		OPEN INPUT WHSE-IN-FILE
		EVALUATE WS-WHSEIN-FILE-STATUS
		WHEN '00'
			SET WS-WHSEIN-PRESENT TO TRUE
		WHEN '05'
			DISPLAY 'NO WAREHOUSE INPUT - DUE COUNT SKIPPED'
		WHEN OTHER
			DISPLAY 'WHSEIN OPEN FAILED, STATUS='
				WS-WHSEIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'RECRPT OPEN FAILED, STATUS='
		IF WS-DUP-FILE-STATUS = '00' OR '10'
			CLOSE DUP-FILE
		END-IF
		IF WS-HELD-FILE-STATUS = '00' OR '05' OR '10'
			CLOSE HELD-FILE
		END-IF
		IF WS-WHSEACT-FILE-STATUS = '00' OR '05' OR '10'
			CLOSE WHSE-ACT-FILE
		END-IF
		IF WS-WHSEIN-FILE-STATUS = '00' OR '05' OR '10'
			CLOSE WHSE-IN-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.
				AND WS-AUDIT-IN(7:12) = WS-TALLY-RUNID
				PERFORM 1210-TALLY-AUDIT-LINE
			END-IF
			IF WS-TALLY-RUNID NOT = SPACES
				AND WS-AUDIT-IN(1:8) = 'RELEASE='
				AND WS-AUDIT-IN(26:12) = WS-TALLY-RUNID
				ADD 1 TO WS-REL-POSTED-COUNT
			END-IF
			READ AUDIT-FILE INTO WS-AUDIT-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	1600-TALLY-HELD.
		MOVE 'N' TO WS-EOF-SWITCH
		READ HELD-FILE INTO WS-PRINT-LINE-IN
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			IF WS-PRT-TAG = 'POSITION '
				ADD 1 TO WS-HELD-COUNT
				COMPUTE WS-TALLY-POS =
					FUNCTION NUMVAL(WS-PRT-POSITION)
				PERFORM 1250-TALLY-POSITION
			END-IF
			READ HELD-FILE INTO WS-PRINT-LINE-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	1700-TALLY-WAREHOUSE.
		MOVE 'N' TO WS-EOF-SWITCH
		READ WHSE-ACT-FILE INTO WS-PRINT-LINE-IN
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			EVALUATE TRUE
			WHEN WS-PRT-TAG = 'POSITION '
				ADD 1 TO WS-WHSE-COUNT
				COMPUTE WS-TALLY-POS =
					FUNCTION NUMVAL(WS-PRT-POSITION)
				PERFORM 1250-TALLY-POSITION
			WHEN WS-PRT-TAG = 'RELEASE  '
				ADD 1 TO WS-REL-COUNT
				IF WS-PRINT-LINE-IN(54:8) = 'SUSPENSE'
					ADD 1 TO WS-REL-SUSP-COUNT
				END-IF
			END-EVALUATE
			READ WHSE-ACT-FILE INTO WS-PRINT-LINE-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	1800-COUNT-DUE-RELEASES.
		MOVE 'N' TO WS-EOF-SWITCH
		IF WS-WHSEIN-PRESENT
			READ WHSE-IN-FILE INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		ELSE
			SET WS-END-OF-FILE TO TRUE
		END-IF
		PERFORM UNTIL WS-END-OF-FILE
			IF WH-VALUE-DATE NOT > WS-RECON-DATE
				ADD 1 TO WS-REL-DUE-COUNT
			END-IF
			READ WHSE-IN-FILE INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	2000-BALANCE.
		IF WS-REL-POSTED-COUNT > WS-SUSP-POSTED-COUNT
			MOVE ZERO TO WS-SUSP-POSTED-COUNT
		ELSE
			SUBTRACT WS-REL-POSTED-COUNT
				FROM WS-SUSP-POSTED-COUNT
		END-IF
		COMPUTE WS-ACCOUNTED-COUNT = WS-POSTED-COUNT
			+ WS-REJECT-COUNT + WS-EXCEPT-COUNT
			+ WS-DUP-COUNT + WS-HELD-COUNT
			+ WS-WHSE-COUNT
		IF WS-ACCOUNTED-COUNT NOT = WS-IN-COUNT
			SET WS-OUT-OF-BALANCE TO TRUE
		END-IF
			END-IF
		END-PERFORM.

	2100-BALANCE-RELEASES.
		ADD WS-REL-POSTED-COUNT WS-REL-SUSP-COUNT
			GIVING WS-REL-ACCOUNTED
		IF WS-REL-ACCOUNTED NOT = WS-REL-COUNT
			SET WS-REL-OUT-OF-BALANCE TO TRUE
		END-IF
		IF WS-WHSEIN-PRESENT
			AND WS-REL-DUE-COUNT NOT = WS-REL-COUNT
			SET WS-REL-OUT-OF-BALANCE TO TRUE
		END-IF.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		MOVE 'RPT-LINES-PER-PAGE  =' TO WS-RPT-OPT-TEXT
		MOVE 'DUPLICATES          :' TO WS-RPT-CNT-TEXT
		MOVE WS-DUP-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		MOVE 'HELD (SOURCE)       :' TO WS-RPT-CNT-TEXT
		MOVE WS-HELD-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		MOVE 'WAREHOUSED (FUTURE) :' TO WS-RPT-CNT-TEXT
		MOVE WS-WHSE-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		MOVE 'POSTED FROM SUSPENSE:' TO WS-RPT-CNT-TEXT
		MOVE WS-SUSP-POSTED-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
			WRITE REPORT-RECORD FROM WS-RPT-VERDICT-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF
		PERFORM 8050-WRITE-RELEASE-COUNTS
		IF WS-OUT-OF-BALANCE
			PERFORM 8300-WRITE-BREAK-SECTION
		END-IF.

	8050-WRITE-RELEASE-COUNTS.
		IF WS-WHSEIN-PRESENT
			MOVE 'WAREHOUSE ITEMS DUE :' TO WS-RPT-CNT-TEXT
			MOVE WS-REL-DUE-COUNT TO WS-RPT-CNT-COUNT
			PERFORM 8200-WRITE-COUNT-LINE
		END-IF
		MOVE 'RELEASED            :' TO WS-RPT-CNT-TEXT
		MOVE WS-REL-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		MOVE 'RELEASED AND POSTED :' TO WS-RPT-CNT-TEXT
		MOVE WS-REL-POSTED-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		MOVE 'RELEASED TO SUSPENSE:' TO WS-RPT-CNT-TEXT
		MOVE WS-REL-SUSP-COUNT TO WS-RPT-CNT-COUNT
		PERFORM 8200-WRITE-COUNT-LINE
		IF WS-REL-IN-BALANCE
			MOVE 'RELEASES IN BALANCE'
				TO WS-RPT-VERDICT-TEXT
		ELSE
			MOVE 'RELEASES OUT OF BALANCE'
				TO WS-RPT-VERDICT-TEXT
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-VERDICT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RECON-DATE TO WS-RPT-HDR-DATE
		DISPLAY 'REJECTED           : ' WS-REJECT-COUNT
		DISPLAY 'EXCEPTED           : ' WS-EXCEPT-COUNT
		DISPLAY 'DUPLICATES         : ' WS-DUP-COUNT
		DISPLAY 'HELD (SOURCE)      : ' WS-HELD-COUNT
		DISPLAY 'WAREHOUSED         : ' WS-WHSE-COUNT
		DISPLAY 'SUSPENSE POSTED    : ' WS-SUSP-POSTED-COUNT
		DISPLAY 'RELEASES DUE       : ' WS-REL-DUE-COUNT
		DISPLAY 'RELEASED           : ' WS-REL-COUNT
		DISPLAY 'RELEASED POSTED    : ' WS-REL-POSTED-COUNT
		DISPLAY 'RELEASED TO SUSP   : ' WS-REL-SUSP-COUNT
		DISPLAY 'POSITION BREAKS    : ' WS-BREAK-COUNT
		IF WS-IN-BALANCE
			DISPLAY 'RESULT             : IN BALANCE'
		ELSE
			DISPLAY 'RESULT             : OUT OF BALANCE'
		END-IF
		IF WS-REL-OUT-OF-BALANCE
			DISPLAY 'RELEASES           : OUT OF BALANCE'
		END-IF
		DISPLAY '============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-RECON-DATE TO SLB-BUSINESS-DATE
		MOVE WS-TALLY-RUNID TO SLB-RUN-ID
		MOVE WS-IN-COUNT TO SLB-RECORDS-IN
		MOVE WS-POSTED-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
