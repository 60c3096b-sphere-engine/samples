	IDENTIFICATION DIVISION.
	PROGRAM-ID. WHSERPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT WAREHOUSE-IN-FILE ASSIGN TO WHSEIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEIN-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO WHSRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  WAREHOUSE-IN-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-IN-RECORD          PIC X(140).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-WHSEIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-WT-TABLE-MAX          PIC 9(4) VALUE 5000.
	77 WS-WT-ENTRY-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-WT-IX                 PIC 9(4) VALUE ZERO.
	77 WS-WT-KX                 PIC 9(4) VALUE ZERO.
	77 WS-WT-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-WT-SHIFT-DONE            VALUE 'Y'.
	77 WS-WT-OVFL-SW            PIC X VALUE 'N'.
		88 WS-WT-OVERFLOWED            VALUE 'Y'.
	77 WS-READ-COUNT            PIC 9(9) VALUE ZERO.
	77 WS-LISTED-COUNT          PIC 9(9) VALUE ZERO.
	77 WS-DUE-COUNT             PIC 9(9) VALUE ZERO.
	77 WS-GROUP-COUNT           PIC 9(9) VALUE ZERO.
	77 WS-VDATE-COUNT           PIC 9(9) VALUE ZERO.
	77 WS-PREV-VDATE            PIC 9(8) VALUE ZERO.
	77 WS-PREV-CODE             PIC X(4) VALUE SPACES.
	77 WS-PREV-SOURCE           PIC X(8) VALUE SPACES.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.

	COPY WHSEREC.

	01 WS-WT-NEW-KEY.
		05 WS-WNK-VDATE          PIC 9(8).
		05 WS-WNK-CODE           PIC X(4).
		05 WS-WNK-SOURCE         PIC X(8).
		05 WS-WNK-REFERENCE      PIC X(10).

	01 WS-WT-TABLE.
		05 WS-WT-ENTRY OCCURS 5000 TIMES.
			10 WS-WT-KEY.
				15 WS-WT-VDATE     PIC 9(8).
				15 WS-WT-CODE      PIC X(4).
				15 WS-WT-SOURCE    PIC X(8).
				15 WS-WT-REFERENCE PIC X(10).
			10 WS-WT-ACTION      PIC X.
			10 WS-WT-WHSE-DATE   PIC 9(8).
			10 WS-WT-RUN-ID      PIC X(12).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(27)
			VALUE 'WHSERPT WAREHOUSE INVENTORY'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(29) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(12) VALUE '  VALUE DT'.
		05 FILLER               PIC X(6) VALUE 'CODE'.
		05 FILLER               PIC X(10) VALUE 'SOURCE'.
		05 FILLER               PIC X(12) VALUE 'REFERENCE'.
		05 FILLER               PIC X(3) VALUE 'A'.
		05 FILLER               PIC X(10) VALUE 'WHSE DATE'.
		05 FILLER               PIC X(14) VALUE 'RUN ID'.
		05 FILLER               PIC X(13) VALUE SPACES.

	01 WS-RPT-WHSE-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-VDATE     PIC 9(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-CODE      PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-SOURCE    PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-REFERENCE PIC X(10).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-ACTION    PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-WHSE-DATE PIC 9(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-RUN-ID    PIC X(12).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-FLAG      PIC X(3).
		05 FILLER               PIC X(10) VALUE SPACES.

	01 WS-RPT-BREAK-LINE.
		05 FILLER               PIC X(4) VALUE '  * '.
		05 WS-RPT-BRK-LABEL     PIC X(40).
		05 WS-RPT-BRK-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(27) VALUE SPACES.

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-TOTAL-LINE.
		05 WS-RPT-TOT-TEXT      PIC X(22).
		05 WS-RPT-TOT-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(49) VALUE SPACES.

	01 WS-RPT-BLANK-LINE        PIC X(80) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-WAREHOUSE
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-WT-OVERFLOWED OR WS-DUE-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'WHSERPT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	1000-OPEN-FILES.
		OPEN INPUT WAREHOUSE-IN-FILE
		IF WS-WHSEIN-FILE-STATUS = '35'
			DISPLAY 'NO WAREHOUSE FILE - NOTHING WAREHOUSED'
		ELSE
			IF WS-WHSEIN-FILE-STATUS NOT = '00'
				DISPLAY 'WHSEIN OPEN FAILED, STATUS='
					WS-WHSEIN-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'WHSRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-WHSEIN-FILE-STATUS = '00' OR '10'
			CLOSE WAREHOUSE-IN-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-WAREHOUSE.
		IF WS-WHSEIN-FILE-STATUS = '35'
			CONTINUE
		ELSE
			READ WAREHOUSE-IN-FILE INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-READ-COUNT
				PERFORM 1250-NEW-WT-ENTRY
				READ WAREHOUSE-IN-FILE
					INTO WAREHOUSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1250-NEW-WT-ENTRY.
		IF WS-WT-ENTRY-COUNT < WS-WT-TABLE-MAX
			PERFORM 1260-INSERT-WT-ENTRY
		ELSE
			IF NOT WS-WT-OVERFLOWED
				SET WS-WT-OVERFLOWED TO TRUE
				DISPLAY 'WAREHOUSE TABLE FULL - REPORT '
					'IS INCOMPLETE'
			END-IF
		END-IF.

	1260-INSERT-WT-ENTRY.
		MOVE WH-VALUE-DATE TO WS-WNK-VDATE
		MOVE WH-CODE TO WS-WNK-CODE
		MOVE WH-SOURCE TO WS-WNK-SOURCE
		MOVE WH-REFERENCE TO WS-WNK-REFERENCE
		ADD 1 TO WS-WT-ENTRY-COUNT
		MOVE WS-WT-ENTRY-COUNT TO WS-WT-IX
		MOVE 'N' TO WS-WT-SHIFT-SW
		PERFORM UNTIL WS-WT-IX = 1
			OR WS-WT-SHIFT-DONE
			SUBTRACT 1 FROM WS-WT-IX
				GIVING WS-WT-KX
			IF WS-WT-KEY(WS-WT-KX) > WS-WT-NEW-KEY
				MOVE WS-WT-ENTRY(WS-WT-KX)
					TO WS-WT-ENTRY(WS-WT-IX)
				MOVE WS-WT-KX TO WS-WT-IX
			ELSE
				SET WS-WT-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE WS-WT-NEW-KEY TO WS-WT-KEY(WS-WT-IX)
		MOVE WH-ACTION TO WS-WT-ACTION(WS-WT-IX)
		MOVE WH-WHSE-DATE TO WS-WT-WHSE-DATE(WS-WT-IX)
		MOVE WH-RUN-ID TO WS-WT-RUN-ID(WS-WT-IX).

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		PERFORM VARYING WS-WT-IX FROM 1 BY 1
			UNTIL WS-WT-IX > WS-WT-ENTRY-COUNT
			PERFORM 8200-CHECK-BREAKS
			PERFORM 8300-WRITE-WHSE-LINE
		END-PERFORM
		IF WS-WT-ENTRY-COUNT = ZERO
			MOVE 'NOTHING IN THE WAREHOUSE'
				TO WS-RPT-SECTION-TEXT
			WRITE REPORT-RECORD
				FROM WS-RPT-SECTION-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		ELSE
			PERFORM 8400-WRITE-GROUP-TOTAL
			PERFORM 8500-WRITE-VDATE-TOTAL
		END-IF
		PERFORM 8900-WRITE-TOTALS.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-CHECK-BREAKS.
		IF WS-WT-IX > 1
			IF WS-WT-VDATE(WS-WT-IX) NOT = WS-PREV-VDATE
				PERFORM 8400-WRITE-GROUP-TOTAL
				PERFORM 8500-WRITE-VDATE-TOTAL
			ELSE
				IF WS-WT-CODE(WS-WT-IX)
					NOT = WS-PREV-CODE
					OR WS-WT-SOURCE(WS-WT-IX)
					NOT = WS-PREV-SOURCE
					PERFORM 8400-WRITE-GROUP-TOTAL
				END-IF
			END-IF
		END-IF
		MOVE WS-WT-VDATE(WS-WT-IX) TO WS-PREV-VDATE
		MOVE WS-WT-CODE(WS-WT-IX) TO WS-PREV-CODE
		MOVE WS-WT-SOURCE(WS-WT-IX) TO WS-PREV-SOURCE.

	8300-WRITE-WHSE-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		MOVE WS-WT-VDATE(WS-WT-IX) TO WS-RPT-DTL-VDATE
		MOVE WS-WT-CODE(WS-WT-IX) TO WS-RPT-DTL-CODE
		MOVE WS-WT-SOURCE(WS-WT-IX) TO WS-RPT-DTL-SOURCE
		MOVE WS-WT-REFERENCE(WS-WT-IX)
			TO WS-RPT-DTL-REFERENCE
		MOVE WS-WT-ACTION(WS-WT-IX) TO WS-RPT-DTL-ACTION
		MOVE WS-WT-WHSE-DATE(WS-WT-IX)
			TO WS-RPT-DTL-WHSE-DATE
		MOVE WS-WT-RUN-ID(WS-WT-IX) TO WS-RPT-DTL-RUN-ID
		IF WS-WT-VDATE(WS-WT-IX) NOT > WS-RUN-DATE
			MOVE 'DUE' TO WS-RPT-DTL-FLAG
			ADD 1 TO WS-DUE-COUNT
		ELSE
			MOVE SPACES TO WS-RPT-DTL-FLAG
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-WHSE-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT
		ADD 1 TO WS-LISTED-COUNT
		ADD 1 TO WS-GROUP-COUNT
		ADD 1 TO WS-VDATE-COUNT.

	8400-WRITE-GROUP-TOTAL.
		MOVE SPACES TO WS-RPT-BRK-LABEL
		STRING 'CODE ' WS-PREV-CODE ' SOURCE ' WS-PREV-SOURCE
			DELIMITED BY SIZE
			INTO WS-RPT-BRK-LABEL
		END-STRING
		MOVE WS-GROUP-COUNT TO WS-RPT-BRK-COUNT
		PERFORM 8600-WRITE-BREAK-LINE
		MOVE ZERO TO WS-GROUP-COUNT.

	8500-WRITE-VDATE-TOTAL.
		MOVE SPACES TO WS-RPT-BRK-LABEL
		STRING 'VALUE DATE ' WS-PREV-VDATE ' TOTAL'
			DELIMITED BY SIZE
			INTO WS-RPT-BRK-LABEL
		END-STRING
		MOVE WS-VDATE-COUNT TO WS-RPT-BRK-COUNT
		PERFORM 8600-WRITE-BREAK-LINE
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-BLANK-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		MOVE ZERO TO WS-VDATE-COUNT.

	8600-WRITE-BREAK-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-BREAK-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE 'WAREHOUSE ITEMS READ:' TO WS-RPT-TOT-TEXT
		MOVE WS-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'ITEMS LISTED        :' TO WS-RPT-TOT-TEXT
		MOVE WS-LISTED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'DUE NOT RELEASED    :' TO WS-RPT-TOT-TEXT
		MOVE WS-DUE-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		IF WS-WT-OVERFLOWED
			MOVE 'TABLE FULL - REPORT IS INCOMPLETE'
				TO WS-RPT-SECTION-TEXT
			WRITE REPORT-RECORD
				FROM WS-RPT-SECTION-LINE
		END-IF.

	9000-PRINT-SUMMARY.
		DISPLAY '===== WHSERPT RUN SUMMARY ====='
		DISPLAY 'RUN DATE           : ' WS-RUN-DATE
		DISPLAY 'WAREHOUSE READ     : ' WS-READ-COUNT
		DISPLAY 'ITEMS LISTED       : ' WS-LISTED-COUNT
		DISPLAY 'DUE NOT RELEASED   : ' WS-DUE-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-LISTED-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
