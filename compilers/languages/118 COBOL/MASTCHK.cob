	IDENTIFICATION DIVISION.
	PROGRAM-ID. MASTCHK.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CHANGE-HIST-FILE ASSIGN TO CHGHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CHGH-FILE-STATUS.

		SELECT MASTER-FILE ASSIGN TO MASTFILE
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MT-CODE
			FILE STATUS IS WS-MAST-FILE-STATUS.

		SELECT CARD-OUT-FILE ASSIGN TO MNTOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CARD-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO CHKRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  CHANGE-HIST-FILE
		RECORDING MODE IS F.
	COPY CHGHREC.

	FD  MASTER-FILE
		RECORDING MODE IS F.
	COPY MASTREC.

	FD  CARD-OUT-FILE
		RECORDING MODE IS F.
	01  CORRECTION-CARD.
		05  CC-ACTION                PIC X.
		05  CC-CODE                  PIC X(4).
		05  CC-DESCRIPTION           PIC X(30).
		05  CC-ACTIVE-FLAG           PIC X.
		05  CC-EFFECTIVE-DATE        PIC X(8).
		05  CC-EXPIRY-DATE           PIC X(8).
		05  CC-REQUESTER-ID          PIC X(8).
		05  CC-APPROVER-ID           PIC X(8).
		05  FILLER                   PIC X(12).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-CHGH-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-MAST-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-CARD-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-PARM-MODE             PIC X(8) VALUE SPACES.
	77 WS-PARM-REQUESTER        PIC X(8) VALUE SPACES.
	77 WS-CARD-REQUESTER        PIC X(8) VALUE 'MASTCHK'.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-HT-TABLE-MAX          PIC 9(4) VALUE 5000.
	77 WS-HT-ENTRY-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-HT-IX                 PIC 9(4) VALUE ZERO.
	77 WS-HT-KX                 PIC 9(4) VALUE ZERO.
	77 WS-HT-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-HT-SHIFT-DONE            VALUE 'Y'.
	77 WS-HT-OVFL-SW            PIC X VALUE 'N'.
		88 WS-HT-OVERFLOWED            VALUE 'Y'.
	77 WS-MODE-SW               PIC X VALUE 'C'.
		88 WS-CHECK-ONLY               VALUE 'C'.
		88 WS-WRITE-CARDS              VALUE 'W'.
	77 WS-FINDING               PIC X(20) VALUE SPACES.
	77 WS-FIELD-LIST            PIC X(20) VALUE SPACES.
	77 WS-FIELD-PTR             PIC 9(3) VALUE ZERO.
	77 WS-HIST-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-HIST-USED-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-HIST-LATER-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-MAST-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-AGREE-COUNT           PIC 9(9) VALUE ZERO.
	77 WS-MISMATCH-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-NO-HIST-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-MISSING-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-CARD-COUNT            PIC 9(9) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.

	01 WS-LIVE-MASTER.
		05 WS-LM-CODE           PIC X(4).
		05 WS-LM-DESC           PIC X(30).
		05 WS-LM-FLAG           PIC X.
		05 WS-LM-EFF            PIC X(8).
		05 WS-LM-EXP            PIC X(8).
		05 FILLER               PIC X(29).

	01 WS-HIST-MASTER.
		05 WS-HM-CODE           PIC X(4).
		05 WS-HM-DESC           PIC X(30).
		05 WS-HM-FLAG           PIC X.
		05 WS-HM-EFF            PIC X(8).
		05 WS-HM-EXP            PIC X(8).
		05 FILLER               PIC X(29).

	01 WS-HT-TABLE.
		05 WS-HT-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-HT-ENTRY-COUNT
			ASCENDING KEY IS WS-HT-CODE
			INDEXED BY WS-HT-SX.
			10 WS-HT-CODE        PIC X(4).
			10 WS-HT-IMAGE       PIC X(80).
			10 WS-HT-DATE        PIC 9(8).
			10 WS-HT-ACTION      PIC X.
			10 WS-HT-MATCHED     PIC X.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(30)
			VALUE 'MASTCHK MASTER INTEGRITY CHECK'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(26) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(8) VALUE '  CODE'.
		05 FILLER               PIC X(21) VALUE 'FINDING'.
		05 FILLER               PIC X(21)
			VALUE 'FIELDS DIFFERING'.
		05 FILLER               PIC X(15)
			VALUE 'LAST CHANGE ACT'.
		05 FILLER               PIC X(15) VALUE SPACES.

	01 WS-RPT-FINDING-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-FL-CODE       PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-FL-FINDING    PIC X(20).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-FL-FIELDS     PIC X(20).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-FL-DATE       PIC X(8).
		05 FILLER               PIC X(4) VALUE SPACES.
		05 WS-RPT-FL-ACTION     PIC X.
		05 FILLER               PIC X(17) VALUE SPACES.

	01 WS-RPT-IMAGE-LINE.
		05 FILLER               PIC X(7) VALUE SPACES.
		05 WS-RPT-IMG-LABEL     PIC X(9).
		05 WS-RPT-IMG-FLAG      PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-IMG-DESC      PIC X(30).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-EFF       PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-EXP       PIC X(8).
		05 FILLER               PIC X(13) VALUE SPACES.

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(60).
		05 FILLER               PIC X(20) VALUE SPACES.

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
		IF WS-BATCH-OK
			PERFORM 1000-OPEN-FILES
		END-IF
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-HISTORY
		END-IF
		IF WS-BATCH-OK
			PERFORM 2000-CHECK-MASTER
			PERFORM 3000-CHECK-MISSING
			PERFORM 8900-WRITE-TOTALS
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		WHEN WS-MISMATCH-COUNT > ZERO
			OR WS-MISSING-COUNT > ZERO
			MOVE 8 TO RETURN-CODE
		WHEN WS-NO-HIST-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
		END-EVALUATE
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'MASTCHK' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			UNSTRING WS-PARM-LINE DELIMITED BY ','
				INTO WS-PARM-MODE WS-PARM-REQUESTER
			END-UNSTRING
		END-IF
		EVALUATE WS-PARM-MODE
		WHEN SPACES
		WHEN 'CHECK'
			SET WS-CHECK-ONLY TO TRUE
		WHEN 'CARDS'
			SET WS-WRITE-CARDS TO TRUE
		WHEN OTHER
			DISPLAY 'INVALID PARM MODE: ' WS-PARM-MODE
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		IF WS-PARM-REQUESTER NOT = SPACES
			MOVE WS-PARM-REQUESTER TO WS-CARD-REQUESTER
		END-IF.

	1000-OPEN-FILES.
		OPEN INPUT CHANGE-HIST-FILE
		IF WS-CHGH-FILE-STATUS NOT = '00'
			DISPLAY 'CHGHIST OPEN FAILED, STATUS='
				WS-CHGH-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT MASTER-FILE
		IF WS-MAST-FILE-STATUS NOT = '00'
			DISPLAY 'MASTFILE OPEN FAILED, STATUS='
				WS-MAST-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		IF WS-WRITE-CARDS
			OPEN OUTPUT CARD-OUT-FILE
			IF WS-CARD-FILE-STATUS NOT = '00'
				DISPLAY 'MNTOUT OPEN FAILED, STATUS='
					WS-CARD-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'CHKRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	1900-CLOSE-FILES.
		IF WS-CHGH-FILE-STATUS = '00' OR '10'
			CLOSE CHANGE-HIST-FILE
		END-IF
		IF WS-MAST-FILE-STATUS = '00' OR '10'
			CLOSE MASTER-FILE
		END-IF
		IF WS-WRITE-CARDS
			AND WS-CARD-FILE-STATUS = '00'
			CLOSE CARD-OUT-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-HISTORY.
		READ CHANGE-HIST-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-HIST-READ-COUNT
			PERFORM 1150-CONSIDER-CHANGE
			READ CHANGE-HIST-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH
		IF WS-HT-OVERFLOWED
			DISPLAY 'CODE TABLE FULL - MASTER CANNOT '
				'BE VERIFIED'
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1150-CONSIDER-CHANGE.
		IF CH-APPLY-DATE IS NUMERIC
			AND CH-APPLY-DATE NOT > WS-RUN-DATE
			ADD 1 TO WS-HIST-USED-COUNT
			PERFORM 1200-STORE-CHANGE
		ELSE
			ADD 1 TO WS-HIST-LATER-COUNT
		END-IF.

	1200-STORE-CHANGE.
		IF WS-HT-ENTRY-COUNT = ZERO
			PERFORM 1250-NEW-HT-ENTRY
		ELSE
			SEARCH ALL WS-HT-ENTRY
				AT END
				PERFORM 1250-NEW-HT-ENTRY
				WHEN WS-HT-CODE(WS-HT-SX) = CH-CODE
				MOVE CH-AFTER-IMAGE
					TO WS-HT-IMAGE(WS-HT-SX)
				MOVE CH-APPLY-DATE
					TO WS-HT-DATE(WS-HT-SX)
				MOVE CH-ACTION
					TO WS-HT-ACTION(WS-HT-SX)
			END-SEARCH
		END-IF.

	1250-NEW-HT-ENTRY.
		IF WS-HT-ENTRY-COUNT < WS-HT-TABLE-MAX
			PERFORM 1260-INSERT-HT-ENTRY
		ELSE
			SET WS-HT-OVERFLOWED TO TRUE
		END-IF.

	1260-INSERT-HT-ENTRY.
		ADD 1 TO WS-HT-ENTRY-COUNT
		MOVE WS-HT-ENTRY-COUNT TO WS-HT-IX
		MOVE 'N' TO WS-HT-SHIFT-SW
		PERFORM UNTIL WS-HT-IX = 1
			OR WS-HT-SHIFT-DONE
			SUBTRACT 1 FROM WS-HT-IX
				GIVING WS-HT-KX
			IF WS-HT-CODE(WS-HT-KX) > CH-CODE
				MOVE WS-HT-ENTRY(WS-HT-KX)
					TO WS-HT-ENTRY(WS-HT-IX)
				MOVE WS-HT-KX TO WS-HT-IX
			ELSE
				SET WS-HT-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE CH-CODE TO WS-HT-CODE(WS-HT-IX)
		MOVE CH-AFTER-IMAGE TO WS-HT-IMAGE(WS-HT-IX)
		MOVE CH-APPLY-DATE TO WS-HT-DATE(WS-HT-IX)
		MOVE CH-ACTION TO WS-HT-ACTION(WS-HT-IX)
		MOVE 'N' TO WS-HT-MATCHED(WS-HT-IX).

	2000-CHECK-MASTER.
		MOVE 'MASTER RECORDS CHECKED AGAINST HISTORY'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8250-WRITE-SECTION-LINE
		READ MASTER-FILE NEXT
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-MAST-READ-COUNT
			MOVE MASTER-RECORD TO WS-LIVE-MASTER
			PERFORM 2100-CHECK-ONE-CODE
			READ MASTER-FILE NEXT
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH
		IF WS-MISMATCH-COUNT = ZERO
			AND WS-NO-HIST-COUNT = ZERO
			MOVE '  ALL MASTER RECORDS AGREE WITH HISTORY'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		END-IF.

	2100-CHECK-ONE-CODE.
		MOVE ZERO TO WS-HT-IX
		IF WS-HT-ENTRY-COUNT > ZERO
			SEARCH ALL WS-HT-ENTRY
				AT END
				CONTINUE
				WHEN WS-HT-CODE(WS-HT-SX) = WS-LM-CODE
				SET WS-HT-IX TO WS-HT-SX
			END-SEARCH
		END-IF
		IF WS-HT-IX = ZERO
			PERFORM 2300-REPORT-NO-HISTORY
		ELSE
			MOVE 'Y' TO WS-HT-MATCHED(WS-HT-IX)
			MOVE WS-HT-IMAGE(WS-HT-IX) TO WS-HIST-MASTER
			PERFORM 2200-COMPARE-FIELDS
		END-IF.

	2200-COMPARE-FIELDS.
		MOVE SPACES TO WS-FIELD-LIST
		MOVE 1 TO WS-FIELD-PTR
		IF WS-LM-DESC NOT = WS-HM-DESC
			STRING 'DESC ' DELIMITED BY SIZE
				INTO WS-FIELD-LIST
				WITH POINTER WS-FIELD-PTR
			END-STRING
		END-IF
		IF WS-LM-FLAG NOT = WS-HM-FLAG
			STRING 'FLAG ' DELIMITED BY SIZE
				INTO WS-FIELD-LIST
				WITH POINTER WS-FIELD-PTR
			END-STRING
		END-IF
		IF WS-LM-EFF NOT = WS-HM-EFF
			STRING 'EFF ' DELIMITED BY SIZE
				INTO WS-FIELD-LIST
				WITH POINTER WS-FIELD-PTR
			END-STRING
		END-IF
		IF WS-LM-EXP NOT = WS-HM-EXP
			STRING 'EXP ' DELIMITED BY SIZE
				INTO WS-FIELD-LIST
				WITH POINTER WS-FIELD-PTR
			END-STRING
		END-IF
		IF WS-FIELD-LIST = SPACES
			ADD 1 TO WS-AGREE-COUNT
		ELSE
			ADD 1 TO WS-MISMATCH-COUNT
			MOVE 'FIELD MISMATCH' TO WS-FINDING
			PERFORM 8300-WRITE-FINDING
			PERFORM 8350-WRITE-LIVE-IMAGE
			PERFORM 8360-WRITE-HIST-IMAGE
			IF WS-WRITE-CARDS
				MOVE 'C' TO CC-ACTION
				PERFORM 4000-WRITE-HIST-CARD
			END-IF
		END-IF.

	2300-REPORT-NO-HISTORY.
		ADD 1 TO WS-NO-HIST-COUNT
		MOVE 'NO CHANGE HISTORY' TO WS-FINDING
		MOVE SPACES TO WS-FIELD-LIST
		PERFORM 8300-WRITE-FINDING
		PERFORM 8350-WRITE-LIVE-IMAGE
		IF WS-WRITE-CARDS
			PERFORM 4100-WRITE-BASELINE-CARD
		END-IF.

	3000-CHECK-MISSING.
		MOVE SPACES TO WS-RPT-SECTION-TEXT
		PERFORM 8250-WRITE-SECTION-LINE
		MOVE 'HISTORY CODES CHECKED AGAINST MASTER'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8250-WRITE-SECTION-LINE
		PERFORM VARYING WS-HT-IX FROM 1 BY 1
			UNTIL WS-HT-IX > WS-HT-ENTRY-COUNT
			IF WS-HT-MATCHED(WS-HT-IX) = 'N'
				PERFORM 3100-REPORT-MISSING
			END-IF
		END-PERFORM
		IF WS-MISSING-COUNT = ZERO
			MOVE '  ALL HISTORY CODES ARE ON THE MASTER'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		END-IF.

	3100-REPORT-MISSING.
		ADD 1 TO WS-MISSING-COUNT
		MOVE WS-HT-IMAGE(WS-HT-IX) TO WS-HIST-MASTER
		MOVE SPACES TO WS-LIVE-MASTER
		MOVE WS-HT-CODE(WS-HT-IX) TO WS-LM-CODE
		MOVE 'MISSING FROM MASTER' TO WS-FINDING
		MOVE SPACES TO WS-FIELD-LIST
		PERFORM 8300-WRITE-FINDING
		PERFORM 8360-WRITE-HIST-IMAGE
		IF WS-WRITE-CARDS
			MOVE 'A' TO CC-ACTION
			PERFORM 4000-WRITE-HIST-CARD
		END-IF.

	4000-WRITE-HIST-CARD.
		MOVE WS-LM-CODE TO CC-CODE
		MOVE WS-HM-DESC TO CC-DESCRIPTION
		MOVE WS-HM-FLAG TO CC-ACTIVE-FLAG
		MOVE WS-HM-EFF TO CC-EFFECTIVE-DATE
		MOVE WS-HM-EXP TO CC-EXPIRY-DATE
		PERFORM 4200-PUT-CARD.

	4100-WRITE-BASELINE-CARD.
		MOVE 'C' TO CC-ACTION
		MOVE WS-LM-CODE TO CC-CODE
		MOVE WS-LM-DESC TO CC-DESCRIPTION
		MOVE WS-LM-FLAG TO CC-ACTIVE-FLAG
		MOVE WS-LM-EFF TO CC-EFFECTIVE-DATE
		MOVE WS-LM-EXP TO CC-EXPIRY-DATE
		PERFORM 4200-PUT-CARD.

	4200-PUT-CARD.
		MOVE WS-CARD-REQUESTER TO CC-REQUESTER-ID
		MOVE SPACES TO CC-APPROVER-ID
		MOVE SPACES TO CORRECTION-CARD(69:12)
		WRITE CORRECTION-CARD
		IF WS-CARD-FILE-STATUS = '00'
			ADD 1 TO WS-CARD-COUNT
		ELSE
			DISPLAY 'MNTOUT WRITE FAILED, STATUS='
				WS-CARD-FILE-STATUS ' CODE=' CC-CODE
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-CHECK-PAGE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	8250-WRITE-SECTION-LINE.
		PERFORM 8200-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8300-WRITE-FINDING.
		PERFORM 8200-CHECK-PAGE
		MOVE WS-LM-CODE TO WS-RPT-FL-CODE
		MOVE WS-FINDING TO WS-RPT-FL-FINDING
		MOVE WS-FIELD-LIST TO WS-RPT-FL-FIELDS
		IF WS-HT-IX > ZERO
			MOVE WS-HT-DATE(WS-HT-IX) TO WS-RPT-FL-DATE
			MOVE WS-HT-ACTION(WS-HT-IX) TO WS-RPT-FL-ACTION
		ELSE
			MOVE SPACES TO WS-RPT-FL-DATE
			MOVE SPACE TO WS-RPT-FL-ACTION
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-FINDING-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8350-WRITE-LIVE-IMAGE.
		PERFORM 8200-CHECK-PAGE
		MOVE 'MASTER : ' TO WS-RPT-IMG-LABEL
		MOVE WS-LM-FLAG TO WS-RPT-IMG-FLAG
		MOVE WS-LM-DESC TO WS-RPT-IMG-DESC
		MOVE WS-LM-EFF TO WS-RPT-IMG-EFF
		MOVE WS-LM-EXP TO WS-RPT-IMG-EXP
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8360-WRITE-HIST-IMAGE.
		PERFORM 8200-CHECK-PAGE
		MOVE 'HISTORY: ' TO WS-RPT-IMG-LABEL
		MOVE WS-HM-FLAG TO WS-RPT-IMG-FLAG
		MOVE WS-HM-DESC TO WS-RPT-IMG-DESC
		MOVE WS-HM-EFF TO WS-RPT-IMG-EFF
		MOVE WS-HM-EXP TO WS-RPT-IMG-EXP
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE SPACES TO WS-RPT-SECTION-TEXT
		PERFORM 8250-WRITE-SECTION-LINE
		MOVE 'HISTORY RECORDS READ:' TO WS-RPT-TOT-TEXT
		MOVE WS-HIST-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CODES IN HISTORY    :' TO WS-RPT-TOT-TEXT
		MOVE WS-HT-ENTRY-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'MASTER RECORDS READ :' TO WS-RPT-TOT-TEXT
		MOVE WS-MAST-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'AGREEING            :' TO WS-RPT-TOT-TEXT
		MOVE WS-AGREE-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'FIELD MISMATCHES    :' TO WS-RPT-TOT-TEXT
		MOVE WS-MISMATCH-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'NO CHANGE HISTORY   :' TO WS-RPT-TOT-TEXT
		MOVE WS-NO-HIST-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'MISSING FROM MASTER :' TO WS-RPT-TOT-TEXT
		MOVE WS-MISSING-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CORRECTION CARDS    :' TO WS-RPT-TOT-TEXT
		MOVE WS-CARD-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== MASTCHK RUN SUMMARY ====='
		DISPLAY 'CHECKED AS OF      : ' WS-RUN-DATE
		DISPLAY 'HISTORY READ       : ' WS-HIST-READ-COUNT
		DISPLAY 'HISTORY REPLAYED   : ' WS-HIST-USED-COUNT
		DISPLAY 'HISTORY NOT USED   : ' WS-HIST-LATER-COUNT
		DISPLAY 'MASTER READ        : ' WS-MAST-READ-COUNT
		DISPLAY 'AGREEING           : ' WS-AGREE-COUNT
		DISPLAY 'FIELD MISMATCHES   : ' WS-MISMATCH-COUNT
		DISPLAY 'NO CHANGE HISTORY  : ' WS-NO-HIST-COUNT
		DISPLAY 'MISSING FROM MASTER: ' WS-MISSING-COUNT
		DISPLAY 'CORRECTION CARDS   : ' WS-CARD-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-MAST-READ-COUNT
			+ WS-HIST-READ-COUNT
		MOVE WS-CARD-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
