	IDENTIFICATION DIVISION.
	PROGRAM-ID. WHSECAN.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT WAREHOUSE-IN-FILE ASSIGN TO WHSEIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEIN-FILE-STATUS.

		SELECT CANCEL-FILE ASSIGN TO WCANIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WCANIN-FILE-STATUS.

		SELECT WAREHOUSE-OUT-FILE ASSIGN TO WHSEOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEOUT-FILE-STATUS.

		SELECT CANCEL-HIST-FILE ASSIGN TO WCANHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WCANH-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO CANRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  WAREHOUSE-IN-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-IN-RECORD          PIC X(140).

	FD  CANCEL-FILE
		RECORDING MODE IS F.
	01  CANCEL-RECORD.
		05  CAN-REFERENCE            PIC X(10).
		05  CAN-SOURCE               PIC X(8).
		05  CAN-REQUESTER            PIC X(8).
		05  CAN-APPROVER             PIC X(8).
		05  FILLER                   PIC X(46).

	FD  WAREHOUSE-OUT-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-OUT-RECORD         PIC X(140).

	FD  CANCEL-HIST-FILE
		RECORDING MODE IS F.
	01  CANCEL-HIST-RECORD           PIC X(180).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-WHSEIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-WCANIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-WHSEOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-WCANH-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-CAN-MAX               PIC 9(3) VALUE 500.
	77 WS-CAN-COUNT             PIC 9(3) VALUE ZERO.
	77 WS-CAN-IX                PIC 9(3) VALUE ZERO.
	77 WS-CAN-JX                PIC 9(3) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-CAN-MATCH-SW       PIC X VALUE 'N'.
			88 WS-CAN-MATCH           VALUE 'Y'.

	01 WS-CANCEL-COUNTERS.
		05 WS-WHSE-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-KEPT-COUNT        PIC 9(9) VALUE ZERO.
		05 WS-CAN-READ-COUNT    PIC 9(9) VALUE ZERO.
		05 WS-CANCELLED-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-REJECTED-COUNT    PIC 9(9) VALUE ZERO.
		05 WS-CAN-UNUSED-COUNT  PIC 9(9) VALUE ZERO.

	COPY WHSEREC.

	COPY WHCNREC.

	01 WS-CAN-TABLE.
		05 WS-CAN-ENTRY OCCURS 500 TIMES.
			10 WS-CAN-REF        PIC X(10).
			10 WS-CAN-SRC        PIC X(8).
			10 WS-CAN-REQ        PIC X(8).
			10 WS-CAN-APPR       PIC X(8).
			10 WS-CAN-USED-SW    PIC X.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'WHSECAN WAREHOUSE CANCEL'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(30) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(12) VALUE '  REFERENCE'.
		05 FILLER               PIC X(13) VALUE ' DISPOSITION'.
		05 FILLER               PIC X(26) VALUE SPACES.
		05 FILLER               PIC X(29)
			VALUE 'REQUESTER APPROVER'.

	01 WS-RPT-CANCEL-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-REFERENCE PIC X(10).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-DISP      PIC X(10).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-REASON    PIC X(25).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-REQUESTER PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-APPROVER  PIC X(8).
		05 FILLER               PIC X(11) VALUE SPACES.

	01 WS-RPT-IMAGE-LINE.
		05 FILLER               PIC X(7) VALUE SPACES.
		05 FILLER               PIC X(8) VALUE 'ITEM  : '.
		05 WS-RPT-IMG-CODE      PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-IMG-REFERENCE PIC X(10).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-IMG-ACTION    PIC X.
		05 FILLER               PIC X(4) VALUE ' VD='.
		05 WS-RPT-IMG-VDATE     PIC 9(8).
		05 FILLER               PIC X(5) VALUE ' SRC='.
		05 WS-RPT-IMG-SOURCE    PIC X(8).
		05 FILLER               PIC X(4) VALUE ' WH='.
		05 WS-RPT-IMG-WDATE     PIC 9(8).
		05 FILLER               PIC X(9) VALUE SPACES.

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
			PERFORM 1100-LOAD-CANCELS
			PERFORM 1300-CANCEL-LOOP
			PERFORM 1800-REPORT-UNUSED
			PERFORM 8900-WRITE-TOTALS
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-REJECTED-COUNT > ZERO
				OR WS-CAN-UNUSED-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'WHSECAN' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	1000-OPEN-FILES.
		OPEN INPUT WAREHOUSE-IN-FILE
		IF WS-WHSEIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'WHSEIN OPEN FAILED, STATUS='
				WS-WHSEIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT CANCEL-FILE
		IF WS-WCANIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'WCANIN OPEN FAILED, STATUS='
				WS-WCANIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT WAREHOUSE-OUT-FILE
		IF WS-WHSEOUT-FILE-STATUS NOT = '00'
			DISPLAY 'WHSEOUT OPEN FAILED, STATUS='
				WS-WHSEOUT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN EXTEND CANCEL-HIST-FILE
		IF WS-WCANH-FILE-STATUS NOT = '00' AND '05'
			DISPLAY 'WCANHIST OPEN FAILED, STATUS='
				WS-WCANH-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'CANRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	1900-CLOSE-FILES.
		IF WS-WHSEIN-FILE-STATUS = '00' OR '10'
			CLOSE WAREHOUSE-IN-FILE
		END-IF
		IF WS-WCANIN-FILE-STATUS = '00' OR '10'
			CLOSE CANCEL-FILE
		END-IF
		IF WS-WHSEOUT-FILE-STATUS = '00'
			CLOSE WAREHOUSE-OUT-FILE
		END-IF
		IF WS-WCANH-FILE-STATUS = '00' OR '05'
			CLOSE CANCEL-HIST-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-CANCELS.
		IF WS-WCANIN-FILE-STATUS = '35'
			DISPLAY 'NO CANCEL FILE - NOTHING KEYED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ CANCEL-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-CAN-READ-COUNT
				PERFORM 1150-STORE-CANCEL
				READ CANCEL-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1150-STORE-CANCEL.
		MOVE CAN-REFERENCE TO WS-RPT-DTL-REFERENCE
		MOVE CAN-REQUESTER TO WS-RPT-DTL-REQUESTER
		MOVE CAN-APPROVER TO WS-RPT-DTL-APPROVER
		MOVE 'REJECTED' TO WS-RPT-DTL-DISP
		EVALUATE TRUE
		WHEN CAN-REFERENCE = SPACES
			MOVE 'CANCEL REF MISSING'
				TO WS-RPT-DTL-REASON
			PERFORM 8200-WRITE-DETAIL-LINE
			ADD 1 TO WS-REJECTED-COUNT
		WHEN CAN-REQUESTER = SPACES
			MOVE 'NO REQUESTER' TO WS-RPT-DTL-REASON
			PERFORM 8200-WRITE-DETAIL-LINE
			ADD 1 TO WS-REJECTED-COUNT
		WHEN CAN-APPROVER = SPACES
			MOVE 'NO APPROVER' TO WS-RPT-DTL-REASON
			PERFORM 8200-WRITE-DETAIL-LINE
			ADD 1 TO WS-REJECTED-COUNT
		WHEN CAN-APPROVER = CAN-REQUESTER
			MOVE 'APPROVER IS REQUESTER'
				TO WS-RPT-DTL-REASON
			PERFORM 8200-WRITE-DETAIL-LINE
			ADD 1 TO WS-REJECTED-COUNT
		WHEN WS-CAN-COUNT < WS-CAN-MAX
			ADD 1 TO WS-CAN-COUNT
			MOVE CAN-REFERENCE TO WS-CAN-REF(WS-CAN-COUNT)
			MOVE CAN-SOURCE TO WS-CAN-SRC(WS-CAN-COUNT)
			MOVE CAN-REQUESTER TO WS-CAN-REQ(WS-CAN-COUNT)
			MOVE CAN-APPROVER
				TO WS-CAN-APPR(WS-CAN-COUNT)
			MOVE 'N' TO WS-CAN-USED-SW(WS-CAN-COUNT)
		WHEN OTHER
			MOVE 'CANCEL TABLE FULL' TO WS-RPT-DTL-REASON
			PERFORM 8200-WRITE-DETAIL-LINE
			ADD 1 TO WS-REJECTED-COUNT
		END-EVALUATE.

	1300-CANCEL-LOOP.
		IF WS-WHSEIN-FILE-STATUS = '35'
			DISPLAY 'NO WAREHOUSE FILE - NOTHING TO CANCEL'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ WAREHOUSE-IN-FILE
				INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-WHSE-READ-COUNT
				PERFORM 1400-CANCEL-ONE
				READ WAREHOUSE-IN-FILE
					INTO WAREHOUSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1400-CANCEL-ONE.
		PERFORM 1450-FIND-CANCEL
		IF WS-CAN-MATCH
			MOVE 'Y' TO WS-CAN-USED-SW(WS-CAN-IX)
			ADD 1 TO WS-CANCELLED-COUNT
			MOVE WH-REFERENCE TO WS-RPT-DTL-REFERENCE
			MOVE 'CANCELLED' TO WS-RPT-DTL-DISP
			MOVE SPACES TO WS-RPT-DTL-REASON
			MOVE WS-CAN-REQ(WS-CAN-IX)
				TO WS-RPT-DTL-REQUESTER
			MOVE WS-CAN-APPR(WS-CAN-IX)
				TO WS-RPT-DTL-APPROVER
			PERFORM 8200-WRITE-DETAIL-LINE
			PERFORM 1700-REPORT-IMAGE
			PERFORM 1500-WRITE-CANCEL-HIST
		ELSE
			WRITE WAREHOUSE-OUT-RECORD FROM WAREHOUSE-RECORD
			IF WS-WHSEOUT-FILE-STATUS = '00'
				ADD 1 TO WS-KEPT-COUNT
			ELSE
				DISPLAY 'WHSEOUT WRITE FAILED, STATUS='
					WS-WHSEOUT-FILE-STATUS
					' REF=' WH-REFERENCE
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF.

	1450-FIND-CANCEL.
		MOVE 'N' TO WS-CAN-MATCH-SW
		MOVE ZERO TO WS-CAN-IX
		PERFORM VARYING WS-CAN-JX FROM 1 BY 1
			UNTIL WS-CAN-JX > WS-CAN-COUNT
			OR WS-CAN-MATCH
			IF WS-CAN-REF(WS-CAN-JX) = WH-REFERENCE
				AND (WS-CAN-SRC(WS-CAN-JX) = SPACES
				OR WS-CAN-SRC(WS-CAN-JX) = WH-SOURCE)
				SET WS-CAN-MATCH TO TRUE
				MOVE WS-CAN-JX TO WS-CAN-IX
			END-IF
		END-PERFORM.

	1500-WRITE-CANCEL-HIST.
		MOVE SPACES TO WAREHOUSE-CANCEL-RECORD
		MOVE WAREHOUSE-RECORD TO WC-WAREHOUSE-IMAGE
		MOVE WS-CAN-REQ(WS-CAN-IX) TO WC-REQUESTER-ID
		MOVE WS-CAN-APPR(WS-CAN-IX) TO WC-APPROVER-ID
		MOVE WS-RUN-DATE TO WC-CANCEL-DATE
		WRITE CANCEL-HIST-RECORD FROM WAREHOUSE-CANCEL-RECORD
		IF WS-WCANH-FILE-STATUS NOT = '00'
			DISPLAY 'WCANHIST WRITE FAILED, STATUS='
				WS-WCANH-FILE-STATUS
				' REF=' WH-REFERENCE
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1700-REPORT-IMAGE.
		MOVE WH-CODE TO WS-RPT-IMG-CODE
		MOVE WH-REFERENCE TO WS-RPT-IMG-REFERENCE
		MOVE WH-ACTION TO WS-RPT-IMG-ACTION
		MOVE WH-VALUE-DATE TO WS-RPT-IMG-VDATE
		MOVE WH-SOURCE TO WS-RPT-IMG-SOURCE
		MOVE WH-WHSE-DATE TO WS-RPT-IMG-WDATE
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	1800-REPORT-UNUSED.
		PERFORM VARYING WS-CAN-JX FROM 1 BY 1
			UNTIL WS-CAN-JX > WS-CAN-COUNT
			IF WS-CAN-USED-SW(WS-CAN-JX) = 'N'
				MOVE WS-CAN-REF(WS-CAN-JX)
					TO WS-RPT-DTL-REFERENCE
				MOVE 'UNUSED' TO WS-RPT-DTL-DISP
				MOVE 'NOT IN WAREHOUSE'
					TO WS-RPT-DTL-REASON
				MOVE WS-CAN-REQ(WS-CAN-JX)
					TO WS-RPT-DTL-REQUESTER
				MOVE WS-CAN-APPR(WS-CAN-JX)
					TO WS-RPT-DTL-APPROVER
				PERFORM 8200-WRITE-DETAIL-LINE
				ADD 1 TO WS-CAN-UNUSED-COUNT
			END-IF
		END-PERFORM.

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
		WRITE REPORT-RECORD FROM WS-RPT-CANCEL-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE 'WAREHOUSE ITEMS READ:' TO WS-RPT-TOT-TEXT
		MOVE WS-WHSE-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'ITEMS KEPT          :' TO WS-RPT-TOT-TEXT
		MOVE WS-KEPT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CANCEL CARDS READ   :' TO WS-RPT-TOT-TEXT
		MOVE WS-CAN-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'ITEMS CANCELLED     :' TO WS-RPT-TOT-TEXT
		MOVE WS-CANCELLED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARDS REJECTED      :' TO WS-RPT-TOT-TEXT
		MOVE WS-REJECTED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARDS UNUSED        :' TO WS-RPT-TOT-TEXT
		MOVE WS-CAN-UNUSED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== WHSECAN RUN SUMMARY ====='
		DISPLAY 'WAREHOUSE READ     : ' WS-WHSE-READ-COUNT
		DISPLAY 'ITEMS KEPT         : ' WS-KEPT-COUNT
		DISPLAY 'CANCEL CARDS READ  : ' WS-CAN-READ-COUNT
		DISPLAY 'ITEMS CANCELLED    : ' WS-CANCELLED-COUNT
		DISPLAY 'CARDS REJECTED     : ' WS-REJECTED-COUNT
		DISPLAY 'CARDS UNUSED       : ' WS-CAN-UNUSED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-WHSE-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-KEPT-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
