	IDENTIFICATION DIVISION.
	PROGRAM-ID. INTFACK.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT INTERFACE-FILE ASSIGN TO INTFIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-INTF-FILE-STATUS.

		SELECT ACK-IN-FILE ASSIGN TO ACKIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACKIN-FILE-STATUS.

		SELECT OPTIONAL ACK-HIST-FILE ASSIGN TO ACKHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACKHST-FILE-STATUS.

		SELECT OPTIONAL ACK-HIST-OUT-FILE ASSIGN TO ACKHOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-ACKHOUT-FILE-STATUS.

		SELECT GL-REFUSAL-FILE ASSIGN TO GLREFOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLREF-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO ACKRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  INTERFACE-FILE
		RECORDING MODE IS F.
	COPY INTFREC.

	FD  ACK-IN-FILE
		RECORDING MODE IS F.
	COPY ACKREC.

	FD  ACK-HIST-FILE
		RECORDING MODE IS F.
	01  ACK-HIST-RECORD              PIC X(100).

	FD  ACK-HIST-OUT-FILE
		RECORDING MODE IS F.
	01  ACK-HIST-OUT-RECORD          PIC X(100).

	FD  GL-REFUSAL-FILE
		RECORDING MODE IS F.
	01  GL-REFUSAL-RECORD            PIC X(94).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-INTF-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-ACKIN-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-ACKHST-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-ACKHOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-GLREF-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-PARM-DAYS             PIC X(8) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-ACK-DAYS              PIC 9(3) VALUE 3.
	77 WS-TODAY-INT             PIC 9(7) VALUE ZERO.
	77 WS-AGE-DAYS              PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-GEN-MAX               PIC 9(4) VALUE 400.
	77 WS-GEN-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-GEN-IX                PIC 9(4) VALUE ZERO.
	77 WS-GEN-JX                PIC 9(4) VALUE ZERO.
	77 WS-ACK-MAX               PIC 9(4) VALUE 2000.
	77 WS-ACK-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-ACK-JX                PIC 9(4) VALUE ZERO.
	77 WS-RFS-MAX               PIC 9(4) VALUE 1000.
	77 WS-RFS-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-RFS-JX                PIC 9(4) VALUE ZERO.
	77 WS-CURR-RUN-ID           PIC X(12) VALUE SPACES.
	77 WS-ACK-ORIGIN-IN         PIC X VALUE SPACES.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-MATCH-SW           PIC X VALUE 'N'.
			88 WS-MATCH-FOUND         VALUE 'Y'.
		05 WS-ACK-NEW-SW         PIC X VALUE 'N'.
			88 WS-ACK-IS-NEW          VALUE 'Y'.

	01 WS-ACK-COUNTERS.
		05 WS-INTF-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-HIST-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-ACKIN-READ-COUNT  PIC 9(9) VALUE ZERO.
		05 WS-ACK-NEW-COUNT     PIC 9(9) VALUE ZERO.
		05 WS-ACK-REPEAT-COUNT  PIC 9(9) VALUE ZERO.
		05 WS-ACK-BAD-COUNT     PIC 9(9) VALUE ZERO.
		05 WS-GEN-ACKED-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-GEN-WAIT-COUNT    PIC 9(9) VALUE ZERO.
		05 WS-GEN-OVERDUE-COUNT PIC 9(9) VALUE ZERO.
		05 WS-GEN-BALANCE-COUNT PIC 9(9) VALUE ZERO.
		05 WS-REFUSED-COUNT     PIC 9(9) VALUE ZERO.
		05 WS-REFUSED-FED-COUNT PIC 9(9) VALUE ZERO.
		05 WS-REFUSED-LOST-COUNT PIC 9(9) VALUE ZERO.
		05 WS-ORPHAN-COUNT      PIC 9(9) VALUE ZERO.

	COPY SUSPREC.

	COPY TRANREC.

	01 WS-GEN-TABLE.
		05 WS-GEN-ENTRY OCCURS 400 TIMES.
			10 WS-GEN-RUN-ID     PIC X(12).
			10 WS-GEN-RUN-DATE   PIC 9(8).
			10 WS-GEN-STATE      PIC X.
			10 WS-GEN-TRL-COUNT  PIC 9(9).
			10 WS-GEN-TRL-HASH   PIC 9(11).
			10 WS-GEN-ACK-SW     PIC X.
			10 WS-GEN-ACK-COUNT  PIC 9(9).
			10 WS-GEN-ACK-HASH   PIC 9(11).
			10 WS-GEN-ACK-DATE   PIC 9(8).

	01 WS-ACK-TABLE.
		05 WS-ACK-ENTRY OCCURS 2000 TIMES.
			10 WS-ACK-RUN-ID     PIC X(12).
			10 WS-ACK-DATE       PIC 9(8).
			10 WS-ACK-LOADED     PIC 9(9).
			10 WS-ACK-HASH       PIC 9(11).
			10 WS-ACK-ORIGIN     PIC X.

	01 WS-RFS-TABLE.
		05 WS-RFS-ENTRY OCCURS 1000 TIMES.
			10 WS-RFS-RUN-ID     PIC X(12).
			10 WS-RFS-SEQ        PIC 9(9).
			10 WS-RFS-REFERENCE  PIC X(10).
			10 WS-RFS-REASON     PIC X(20).
			10 WS-RFS-FOUND-SW   PIC X.
			10 WS-RFS-TYPE       PIC X.
			10 WS-RFS-CODE       PIC X(4).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'INTFACK GL ACK RECON'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(30) VALUE SPACES.

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-GEN-COL-HDR.
		05 FILLER               PIC X(15) VALUE '  RUNID'.
		05 FILLER               PIC X(9) VALUE 'RUN DATE'.
		05 FILLER               PIC X(5) VALUE ' AGE'.
		05 FILLER               PIC X(10) VALUE ' TRL COUNT'.
		05 FILLER               PIC X(12) VALUE '    TRL HASH'.
		05 FILLER               PIC X(10) VALUE ' ACK COUNT'.
		05 FILLER               PIC X(12) VALUE '    ACK HASH'.
		05 FILLER               PIC X(7) VALUE ' NOTE'.

	01 WS-RPT-GEN-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-GEN-RUN-ID    PIC X(12).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-RUN-DATE  PIC 9(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-AGE       PIC ZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-TRL-COUNT PIC ZZZZZZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-TRL-HASH  PIC ZZZZZZZZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-ACK-COUNT PIC ZZZZZZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-ACK-HASH  PIC ZZZZZZZZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-GEN-NOTE      PIC X(7).

	01 WS-RPT-RFS-COL-HDR.
		05 FILLER               PIC X(15) VALUE '  RUNID'.
		05 FILLER               PIC X(10) VALUE '      SEQ'.
		05 FILLER               PIC X(5) VALUE 'CODE'.
		05 FILLER               PIC X(11) VALUE 'REFERENCE'.
		05 FILLER               PIC X(21) VALUE 'GL REASON'.
		05 FILLER               PIC X(18) VALUE 'DISPOSITION'.

	01 WS-RPT-RFS-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RFS-RUN-ID    PIC X(12).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-RFS-SEQ       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-RFS-CODE      PIC X(4).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-RFS-REFERENCE PIC X(10).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-RFS-REASON    PIC X(20).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-RFS-DISP      PIC X(11).
		05 FILLER               PIC X(7) VALUE SPACES.

	01 WS-RPT-TOTAL-LINE.
		05 WS-RPT-TOT-TEXT      PIC X(22).
		05 WS-RPT-TOT-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(49) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-ACK-HISTORY
			PERFORM 1200-LOAD-NEW-ACKS
			PERFORM 1300-SCAN-INTERFACE
			PERFORM 1400-MATCH-ACKS
			PERFORM 1500-FEED-REFUSALS
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-GEN-OVERDUE-COUNT > ZERO
				OR WS-GEN-BALANCE-COUNT > ZERO
				OR WS-REFUSED-COUNT > ZERO
				OR WS-ORPHAN-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'INTFACK' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			MOVE WS-PARM-LINE(1:8) TO WS-PARM-DAYS
			IF FUNCTION TEST-NUMVAL(WS-PARM-DAYS) = ZERO
				COMPUTE WS-ACK-DAYS =
					FUNCTION NUMVAL(WS-PARM-DAYS)
			ELSE
				DISPLAY 'ACK DAYS PARM IGNORED: '
					WS-PARM-DAYS
			END-IF
		END-IF.

	1000-OPEN-FILES.
		OPEN INPUT INTERFACE-FILE
		IF WS-INTF-FILE-STATUS NOT = '00'
			DISPLAY 'INTFIN OPEN FAILED, STATUS='
				WS-INTF-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT ACK-IN-FILE
		IF WS-ACKIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'ACKIN OPEN FAILED, STATUS='
				WS-ACKIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT ACK-HIST-FILE
		IF WS-ACKHST-FILE-STATUS NOT = '00' AND '05' AND '35'
			DISPLAY 'ACKHIST OPEN FAILED, STATUS='
				WS-ACKHST-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT GL-REFUSAL-FILE
		IF WS-GLREF-FILE-STATUS NOT = '00'
			DISPLAY 'GLREFOUT OPEN FAILED, STATUS='
				WS-GLREF-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'ACKRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-INTF-FILE-STATUS = '00' OR '10'
			CLOSE INTERFACE-FILE
		END-IF
		IF WS-ACKIN-FILE-STATUS = '00' OR '10'
			CLOSE ACK-IN-FILE
		END-IF
		IF WS-ACKHST-FILE-STATUS = '00' OR '05' OR '10'
			CLOSE ACK-HIST-FILE
		END-IF
		IF WS-ACKHOUT-FILE-STATUS = '00' OR '05'
			CLOSE ACK-HIST-OUT-FILE
		END-IF
		IF WS-GLREF-FILE-STATUS = '00'
			CLOSE GL-REFUSAL-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-ACK-HISTORY.
		IF WS-ACKHST-FILE-STATUS = '35'
			DISPLAY 'NO ACK HISTORY - FIRST ACK RUN'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ ACK-HIST-FILE INTO ACK-HEADER-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-HIST-READ-COUNT
				IF ACK-HEADER
					MOVE 'H' TO WS-ACK-ORIGIN-IN
					PERFORM 1250-STORE-ACK
				END-IF
				READ ACK-HIST-FILE
					INTO ACK-HEADER-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
			CLOSE ACK-HIST-FILE
			MOVE SPACES TO WS-ACKHST-FILE-STATUS
		END-IF.

	1200-LOAD-NEW-ACKS.
		IF WS-ACKIN-FILE-STATUS = '35'
			DISPLAY 'NO ACK FILE RECEIVED - '
				'OVERDUE CHECK ONLY'
		ELSE
			OPEN EXTEND ACK-HIST-OUT-FILE
			IF WS-ACKHOUT-FILE-STATUS NOT = '00' AND '05'
				DISPLAY 'ACKHOUT OPEN FAILED, STATUS='
					WS-ACKHOUT-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			ELSE
				PERFORM 1205-READ-ACK-FILE
			END-IF
		END-IF.

	1205-READ-ACK-FILE.
		MOVE 'N' TO WS-ACK-NEW-SW
		MOVE 'N' TO WS-EOF-SWITCH
		READ ACK-IN-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-ACKIN-READ-COUNT
			PERFORM 1210-TAKE-ACK-RECORD
			READ ACK-IN-FILE
				AT END
				SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1210-TAKE-ACK-RECORD.
		EVALUATE TRUE
		WHEN ACK-HEADER
			PERFORM 1220-FIND-ACK
			IF WS-MATCH-FOUND
				MOVE 'N' TO WS-ACK-NEW-SW
				ADD 1 TO WS-ACK-REPEAT-COUNT
				DISPLAY 'ACK ALREADY PROCESSED - RUNID='
					AH-RUN-ID ' DATE=' AH-ACK-DATE
			ELSE
				MOVE 'Y' TO WS-ACK-NEW-SW
				ADD 1 TO WS-ACK-NEW-COUNT
				MOVE 'N' TO WS-ACK-ORIGIN-IN
				PERFORM 1250-STORE-ACK
				WRITE ACK-HIST-OUT-RECORD
					FROM ACK-HEADER-RECORD
			END-IF
		WHEN ACK-REFUSAL
			IF WS-ACK-IS-NEW
				PERFORM 1260-STORE-REFUSAL
				WRITE ACK-HIST-OUT-RECORD
					FROM ACK-REFUSAL-RECORD
			END-IF
		WHEN OTHER
			ADD 1 TO WS-ACK-BAD-COUNT
			DISPLAY 'ACK RECORD TYPE NOT RECOGNISED: '
				AH-RECORD-TYPE ' RUNID=' AH-RUN-ID
		END-EVALUATE.

	1220-FIND-ACK.
		MOVE 'N' TO WS-MATCH-SW
		PERFORM VARYING WS-ACK-JX FROM 1 BY 1
			UNTIL WS-ACK-JX > WS-ACK-COUNT
			OR WS-MATCH-FOUND
			IF WS-ACK-RUN-ID(WS-ACK-JX) = AH-RUN-ID
				AND WS-ACK-DATE(WS-ACK-JX) = AH-ACK-DATE
				SET WS-MATCH-FOUND TO TRUE
			END-IF
		END-PERFORM.

	1250-STORE-ACK.
		IF WS-ACK-COUNT < WS-ACK-MAX
			ADD 1 TO WS-ACK-COUNT
			MOVE WS-ACK-ORIGIN-IN
				TO WS-ACK-ORIGIN(WS-ACK-COUNT)
			MOVE AH-RUN-ID TO WS-ACK-RUN-ID(WS-ACK-COUNT)
			MOVE AH-ACK-DATE TO WS-ACK-DATE(WS-ACK-COUNT)
			MOVE AH-LOADED-COUNT
				TO WS-ACK-LOADED(WS-ACK-COUNT)
			MOVE AH-LOADED-HASH TO WS-ACK-HASH(WS-ACK-COUNT)
		ELSE
			DISPLAY 'ACK TABLE FULL - RUNID IGNORED: '
				AH-RUN-ID
		END-IF.

	1260-STORE-REFUSAL.
		IF WS-RFS-COUNT < WS-RFS-MAX
			ADD 1 TO WS-RFS-COUNT
			MOVE AR-RUN-ID TO WS-RFS-RUN-ID(WS-RFS-COUNT)
			MOVE AR-SEQ TO WS-RFS-SEQ(WS-RFS-COUNT)
			MOVE AR-REFERENCE
				TO WS-RFS-REFERENCE(WS-RFS-COUNT)
			MOVE AR-REASON TO WS-RFS-REASON(WS-RFS-COUNT)
			MOVE 'N' TO WS-RFS-FOUND-SW(WS-RFS-COUNT)
			MOVE SPACES TO WS-RFS-TYPE(WS-RFS-COUNT)
			MOVE SPACES TO WS-RFS-CODE(WS-RFS-COUNT)
		ELSE
			DISPLAY 'REFUSAL TABLE FULL - REF IGNORED: '
				AR-REFERENCE
		END-IF.

	1300-SCAN-INTERFACE.
		MOVE SPACES TO WS-CURR-RUN-ID
		MOVE ZERO TO WS-GEN-IX
		MOVE 'N' TO WS-EOF-SWITCH
		READ INTERFACE-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-INTF-READ-COUNT
			EVALUATE TRUE
			WHEN INTF-HEADER
				PERFORM 1310-START-GENERATION
			WHEN INTF-TRAILER
			WHEN INTF-VOID
				IF WS-GEN-IX > ZERO
					PERFORM 1315-END-GENERATION
				END-IF
			WHEN OTHER
				IF WS-RFS-COUNT > ZERO
					PERFORM 1320-NOTE-REFUSED-DETAIL
				END-IF
			END-EVALUATE
			READ INTERFACE-FILE
				AT END
				SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1310-START-GENERATION.
		MOVE IH-RUN-ID TO WS-CURR-RUN-ID
		IF WS-GEN-COUNT < WS-GEN-MAX
			ADD 1 TO WS-GEN-COUNT
			MOVE WS-GEN-COUNT TO WS-GEN-IX
			MOVE IH-RUN-ID TO WS-GEN-RUN-ID(WS-GEN-IX)
			MOVE IH-RUN-DATE TO WS-GEN-RUN-DATE(WS-GEN-IX)
			MOVE 'H' TO WS-GEN-STATE(WS-GEN-IX)
			MOVE ZERO TO WS-GEN-TRL-COUNT(WS-GEN-IX)
			MOVE ZERO TO WS-GEN-TRL-HASH(WS-GEN-IX)
			MOVE 'N' TO WS-GEN-ACK-SW(WS-GEN-IX)
			MOVE ZERO TO WS-GEN-ACK-COUNT(WS-GEN-IX)
			MOVE ZERO TO WS-GEN-ACK-HASH(WS-GEN-IX)
			MOVE ZERO TO WS-GEN-ACK-DATE(WS-GEN-IX)
		ELSE
			MOVE ZERO TO WS-GEN-IX
			DISPLAY 'GENERATION TABLE FULL - '
				'RUNID IGNORED: ' IH-RUN-ID
		END-IF.

	1315-END-GENERATION.
		MOVE IT-RECORD-TYPE TO WS-GEN-STATE(WS-GEN-IX)
		MOVE IT-RECORD-COUNT TO WS-GEN-TRL-COUNT(WS-GEN-IX)
		MOVE IT-HASH-TOTAL TO WS-GEN-TRL-HASH(WS-GEN-IX).

	1320-NOTE-REFUSED-DETAIL.
		PERFORM VARYING WS-RFS-JX FROM 1 BY 1
			UNTIL WS-RFS-JX > WS-RFS-COUNT
			IF WS-RFS-RUN-ID(WS-RFS-JX) = WS-CURR-RUN-ID
				AND WS-RFS-SEQ(WS-RFS-JX) = INTF-SEQ
				MOVE 'Y' TO WS-RFS-FOUND-SW(WS-RFS-JX)
				MOVE INTF-RECORD-TYPE
					TO WS-RFS-TYPE(WS-RFS-JX)
				MOVE INTF-CODE TO WS-RFS-CODE(WS-RFS-JX)
				MOVE INTF-REFERENCE
					TO WS-RFS-REFERENCE(WS-RFS-JX)
			END-IF
		END-PERFORM.

	1400-MATCH-ACKS.
		PERFORM VARYING WS-ACK-JX FROM 1 BY 1
			UNTIL WS-ACK-JX > WS-ACK-COUNT
			PERFORM 1410-FIND-GENERATION
			IF WS-MATCH-FOUND
				MOVE 'Y' TO WS-GEN-ACK-SW(WS-GEN-IX)
				MOVE WS-ACK-LOADED(WS-ACK-JX)
					TO WS-GEN-ACK-COUNT(WS-GEN-IX)
				MOVE WS-ACK-HASH(WS-ACK-JX)
					TO WS-GEN-ACK-HASH(WS-GEN-IX)
				MOVE WS-ACK-DATE(WS-ACK-JX)
					TO WS-GEN-ACK-DATE(WS-GEN-IX)
			END-IF
		END-PERFORM.

	1410-FIND-GENERATION.
		MOVE 'N' TO WS-MATCH-SW
		MOVE ZERO TO WS-GEN-IX
		PERFORM VARYING WS-GEN-JX FROM 1 BY 1
			UNTIL WS-GEN-JX > WS-GEN-COUNT
			OR WS-MATCH-FOUND
			IF WS-GEN-RUN-ID(WS-GEN-JX)
				= WS-ACK-RUN-ID(WS-ACK-JX)
				SET WS-MATCH-FOUND TO TRUE
				MOVE WS-GEN-JX TO WS-GEN-IX
			END-IF
		END-PERFORM.

	1500-FEED-REFUSALS.
		PERFORM VARYING WS-RFS-JX FROM 1 BY 1
			UNTIL WS-RFS-JX > WS-RFS-COUNT
			IF WS-RFS-FOUND-SW(WS-RFS-JX) = 'Y'
				MOVE SPACES TO TRAN-RECORD
				MOVE WS-RFS-CODE(WS-RFS-JX) TO TRAN-CODE
				MOVE WS-RFS-REFERENCE(WS-RFS-JX)
					TO TRAN-REFERENCE
				IF WS-RFS-TYPE(WS-RFS-JX) = 'R'
					SET TRAN-REVERSAL TO TRUE
				END-IF
				MOVE TRAN-RECORD TO SUSP-TRAN-DATA
				MOVE 01 TO SUSP-RETRY-COUNT
				MOVE 'GL REFUSED' TO SUSP-REASON
				WRITE GL-REFUSAL-RECORD
					FROM SUSPENSE-RECORD
				ADD 1 TO WS-REFUSED-FED-COUNT
			ELSE
				ADD 1 TO WS-REFUSED-LOST-COUNT
			END-IF
		END-PERFORM.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		MOVE '*** GENERATIONS NOT ACKNOWLEDGED ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-GEN-SECTION-HEADER
		PERFORM VARYING WS-GEN-JX FROM 1 BY 1
			UNTIL WS-GEN-JX > WS-GEN-COUNT
			IF WS-GEN-STATE(WS-GEN-JX) NOT = 'V'
				AND WS-GEN-ACK-SW(WS-GEN-JX) = 'N'
				PERFORM 8400-CHECK-OVERDUE
			END-IF
		END-PERFORM
		MOVE '*** ACK TOTALS NOT MATCHING TRAILER ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-GEN-SECTION-HEADER
		PERFORM VARYING WS-GEN-JX FROM 1 BY 1
			UNTIL WS-GEN-JX > WS-GEN-COUNT
			IF WS-GEN-ACK-SW(WS-GEN-JX) = 'Y'
				ADD 1 TO WS-GEN-ACKED-COUNT
				PERFORM 8450-CHECK-BALANCE
			END-IF
		END-PERFORM
		MOVE '*** POSTINGS REFUSED BY GL ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8350-WRITE-RFS-SECTION-HEADER
		PERFORM VARYING WS-RFS-JX FROM 1 BY 1
			UNTIL WS-RFS-JX > WS-RFS-COUNT
			PERFORM 8500-WRITE-REFUSAL
		END-PERFORM
		MOVE '*** ACKS WITH NO INTERFACE GENERATION ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-GEN-SECTION-HEADER
		PERFORM VARYING WS-ACK-JX FROM 1 BY 1
			UNTIL WS-ACK-JX > WS-ACK-COUNT
			IF WS-ACK-ORIGIN(WS-ACK-JX) = 'N'
				PERFORM 1410-FIND-GENERATION
				IF NOT WS-MATCH-FOUND
					PERFORM 8550-WRITE-ORPHAN
				END-IF
			END-IF
		END-PERFORM
		PERFORM 8900-WRITE-TOTALS.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-WRITE-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD
		ADD 1 TO WS-RPT-LINE-COUNT.

	8300-WRITE-GEN-SECTION-HEADER.
		MOVE SPACES TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE WS-RPT-SECTION-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE WS-RPT-GEN-COL-HDR TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE.

	8350-WRITE-RFS-SECTION-HEADER.
		MOVE SPACES TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE WS-RPT-SECTION-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE WS-RPT-RFS-COL-HDR TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE.

	8400-CHECK-OVERDUE.
		IF WS-GEN-RUN-DATE(WS-GEN-JX) IS NUMERIC
			AND WS-GEN-RUN-DATE(WS-GEN-JX) > ZERO
			AND WS-GEN-RUN-DATE(WS-GEN-JX) NOT > WS-RUN-DATE
			COMPUTE WS-AGE-DAYS = WS-TODAY-INT
				- FUNCTION INTEGER-OF-DATE
					(WS-GEN-RUN-DATE(WS-GEN-JX))
		ELSE
			MOVE ZERO TO WS-AGE-DAYS
		END-IF
		IF WS-AGE-DAYS > WS-ACK-DAYS
			ADD 1 TO WS-GEN-OVERDUE-COUNT
			PERFORM 8600-FILL-GEN-DETAIL
			MOVE 'OVERDUE' TO WS-RPT-GEN-NOTE
			IF WS-GEN-STATE(WS-GEN-JX) = 'H'
				MOVE 'NO TRLR' TO WS-RPT-GEN-NOTE
			END-IF
			MOVE WS-RPT-GEN-DETAIL TO REPORT-RECORD
			PERFORM 8200-WRITE-LINE
		ELSE
			ADD 1 TO WS-GEN-WAIT-COUNT
		END-IF.

	8450-CHECK-BALANCE.
		MOVE SPACES TO WS-RPT-GEN-NOTE
		EVALUATE TRUE
		WHEN WS-GEN-STATE(WS-GEN-JX) = 'V'
			MOVE 'VOIDED' TO WS-RPT-GEN-NOTE
		WHEN WS-GEN-STATE(WS-GEN-JX) = 'H'
			MOVE 'NO TRLR' TO WS-RPT-GEN-NOTE
		WHEN WS-GEN-ACK-COUNT(WS-GEN-JX)
			NOT = WS-GEN-TRL-COUNT(WS-GEN-JX)
			AND WS-GEN-ACK-HASH(WS-GEN-JX)
			NOT = WS-GEN-TRL-HASH(WS-GEN-JX)
			MOVE 'BOTH' TO WS-RPT-GEN-NOTE
		WHEN WS-GEN-ACK-COUNT(WS-GEN-JX)
			NOT = WS-GEN-TRL-COUNT(WS-GEN-JX)
			MOVE 'COUNT' TO WS-RPT-GEN-NOTE
		WHEN WS-GEN-ACK-HASH(WS-GEN-JX)
			NOT = WS-GEN-TRL-HASH(WS-GEN-JX)
			MOVE 'HASH' TO WS-RPT-GEN-NOTE
		END-EVALUATE
		IF WS-RPT-GEN-NOTE NOT = SPACES
			ADD 1 TO WS-GEN-BALANCE-COUNT
			MOVE ZERO TO WS-AGE-DAYS
			PERFORM 8600-FILL-GEN-DETAIL
			MOVE WS-GEN-ACK-COUNT(WS-GEN-JX)
				TO WS-RPT-GEN-ACK-COUNT
			MOVE WS-GEN-ACK-HASH(WS-GEN-JX)
				TO WS-RPT-GEN-ACK-HASH
			MOVE WS-RPT-GEN-DETAIL TO REPORT-RECORD
			PERFORM 8200-WRITE-LINE
		END-IF.

	8500-WRITE-REFUSAL.
		ADD 1 TO WS-REFUSED-COUNT
		MOVE WS-RFS-RUN-ID(WS-RFS-JX) TO WS-RPT-RFS-RUN-ID
		MOVE WS-RFS-SEQ(WS-RFS-JX) TO WS-RPT-RFS-SEQ
		MOVE WS-RFS-CODE(WS-RFS-JX) TO WS-RPT-RFS-CODE
		MOVE WS-RFS-REFERENCE(WS-RFS-JX) TO WS-RPT-RFS-REFERENCE
		MOVE WS-RFS-REASON(WS-RFS-JX) TO WS-RPT-RFS-REASON
		IF WS-RFS-FOUND-SW(WS-RFS-JX) = 'Y'
			MOVE 'SUSPENSE' TO WS-RPT-RFS-DISP
			IF WS-RFS-TYPE(WS-RFS-JX) = 'R'
				MOVE 'SUSP (REV)' TO WS-RPT-RFS-DISP
			END-IF
		ELSE
			MOVE 'NOT IN INTF' TO WS-RPT-RFS-DISP
		END-IF
		MOVE WS-RPT-RFS-DETAIL TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE.

	8550-WRITE-ORPHAN.
		ADD 1 TO WS-ORPHAN-COUNT
		MOVE WS-ACK-RUN-ID(WS-ACK-JX) TO WS-RPT-GEN-RUN-ID
		MOVE WS-ACK-DATE(WS-ACK-JX) TO WS-RPT-GEN-RUN-DATE
		MOVE ZERO TO WS-RPT-GEN-AGE
		MOVE ZERO TO WS-RPT-GEN-TRL-COUNT
		MOVE ZERO TO WS-RPT-GEN-TRL-HASH
		MOVE WS-ACK-LOADED(WS-ACK-JX) TO WS-RPT-GEN-ACK-COUNT
		MOVE WS-ACK-HASH(WS-ACK-JX) TO WS-RPT-GEN-ACK-HASH
		MOVE 'NO GEN' TO WS-RPT-GEN-NOTE
		MOVE WS-RPT-GEN-DETAIL TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE.

	8600-FILL-GEN-DETAIL.
		MOVE WS-GEN-RUN-ID(WS-GEN-JX) TO WS-RPT-GEN-RUN-ID
		MOVE WS-GEN-RUN-DATE(WS-GEN-JX) TO WS-RPT-GEN-RUN-DATE
		MOVE WS-AGE-DAYS TO WS-RPT-GEN-AGE
		MOVE WS-GEN-TRL-COUNT(WS-GEN-JX) TO WS-RPT-GEN-TRL-COUNT
		MOVE WS-GEN-TRL-HASH(WS-GEN-JX) TO WS-RPT-GEN-TRL-HASH
		MOVE ZERO TO WS-RPT-GEN-ACK-COUNT
		MOVE ZERO TO WS-RPT-GEN-ACK-HASH.

	8900-WRITE-TOTALS.
		MOVE SPACES TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'GENERATIONS READ    :' TO WS-RPT-TOT-TEXT
		MOVE WS-GEN-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'GENERATIONS ACKED   :' TO WS-RPT-TOT-TEXT
		MOVE WS-GEN-ACKED-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'AWAITING ACK        :' TO WS-RPT-TOT-TEXT
		MOVE WS-GEN-WAIT-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'ACK OVERDUE         :' TO WS-RPT-TOT-TEXT
		MOVE WS-GEN-OVERDUE-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'OUT OF BALANCE      :' TO WS-RPT-TOT-TEXT
		MOVE WS-GEN-BALANCE-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'NEW ACKS TAKEN      :' TO WS-RPT-TOT-TEXT
		MOVE WS-ACK-NEW-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'ACKS ALREADY TAKEN  :' TO WS-RPT-TOT-TEXT
		MOVE WS-ACK-REPEAT-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'POSTINGS REFUSED    :' TO WS-RPT-TOT-TEXT
		MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'REFUSALS TO SUSPENSE:' TO WS-RPT-TOT-TEXT
		MOVE WS-REFUSED-FED-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE
		MOVE 'ACKS WITH NO GEN    :' TO WS-RPT-TOT-TEXT
		MOVE WS-ORPHAN-COUNT TO WS-RPT-TOT-COUNT
		MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
		PERFORM 8200-WRITE-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== INTFACK RUN SUMMARY ====='
		DISPLAY 'INTERFACE READ     : ' WS-INTF-READ-COUNT
		DISPLAY 'ACK HISTORY READ   : ' WS-HIST-READ-COUNT
		DISPLAY 'ACK FILE READ      : ' WS-ACKIN-READ-COUNT
		DISPLAY 'NEW ACKS TAKEN     : ' WS-ACK-NEW-COUNT
		DISPLAY 'ACKS ALREADY TAKEN : ' WS-ACK-REPEAT-COUNT
		DISPLAY 'ACK RECS UNKNOWN   : ' WS-ACK-BAD-COUNT
		DISPLAY 'GENERATIONS READ   : ' WS-GEN-COUNT
		DISPLAY 'GENERATIONS ACKED  : ' WS-GEN-ACKED-COUNT
		DISPLAY 'AWAITING ACK       : ' WS-GEN-WAIT-COUNT
		DISPLAY 'ACK OVERDUE        : ' WS-GEN-OVERDUE-COUNT
		DISPLAY 'OUT OF BALANCE     : ' WS-GEN-BALANCE-COUNT
		DISPLAY 'POSTINGS REFUSED   : ' WS-REFUSED-COUNT
		DISPLAY 'REFUSALS TO SUSP   : ' WS-REFUSED-FED-COUNT
		DISPLAY 'REFUSALS NOT FOUND : ' WS-REFUSED-LOST-COUNT
		DISPLAY 'ACKS WITH NO GEN   : ' WS-ORPHAN-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-INTF-READ-COUNT
			+ WS-ACKIN-READ-COUNT
		MOVE WS-REFUSED-FED-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
