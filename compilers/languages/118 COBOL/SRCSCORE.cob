	IDENTIFICATION DIVISION.
	PROGRAM-ID. SRCSCORE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SRC-HIST-FILE ASSIGN TO SRCHIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SRCH-FILE-STATUS.

		SELECT SOURCE-REG-FILE ASSIGN TO SRCREG
			ORGANIZATION IS INDEXED
			ACCESS MODE IS RANDOM
			RECORD KEY IS SR-SOURCE-ID
			FILE STATUS IS WS-SRCREG-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO SCORRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  SRC-HIST-FILE
		RECORDING MODE IS F.
	COPY SRCHREC.

	FD  SOURCE-REG-FILE
		RECORDING MODE IS F.
	COPY SRCREC.

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-SRCH-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-SRCREG-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-TGT-MONTH             PIC 9(6) VALUE ZERO.
	77 WS-PRV-MONTH             PIC 9(6) VALUE ZERO.
	77 WS-WORK-MONTH            PIC 9(6) VALUE ZERO.
	77 WS-MON-IX                PIC 9 VALUE ZERO.
	77 WS-QUAL-REJECT-PCT       PIC 9(3) VALUE 5.
	77 WS-QUAL-EXCP-PCT         PIC 9(3) VALUE 5.
	77 WS-QUAL-DUP-PCT          PIC 9(3) VALUE 2.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-SC-MAX                PIC 9(3) VALUE 50.
	77 WS-SC-COUNT              PIC 9(3) VALUE ZERO.
	77 WS-SC-IX                 PIC 9(3) VALUE ZERO.
	77 WS-SC-JX                 PIC 9(3) VALUE ZERO.
	77 WS-RANKED-COUNT          PIC 9(3) VALUE ZERO.
	77 WS-RANK-POS              PIC 9(3) VALUE ZERO.
	77 WS-OF-MAX                PIC 9(4) VALUE 400.
	77 WS-OF-COUNT              PIC 9(4) VALUE ZERO.
	77 WS-OF-IX                 PIC 9(4) VALUE ZERO.
	77 WS-OF-JX                 PIC 9(4) VALUE ZERO.
	77 WS-TOP-MAX               PIC 9(2) VALUE 5.
	77 WS-TOP-COUNT             PIC 9(2) VALUE ZERO.
	77 WS-SRCH-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-OFF-READ-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-FAILED-READ-COUNT     PIC 9(9) VALUE ZERO.
	77 WS-BREACH-COUNT          PIC 9(3) VALUE ZERO.
	77 WS-TWO-MONTH-COUNT       PIC 9(3) VALUE ZERO.
	77 WS-SOURCE-PAGES          PIC 9(3) VALUE ZERO.
	77 WS-BREACH-MEASURE        PIC X(9) VALUE SPACES.
	77 WS-BREACH-TWO-SW         PIC X VALUE 'N'.
		88 WS-BREACH-TWO-MONTHS     VALUE 'Y'.

	COPY STEPBLK.

	COPY OPTBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-FOUND-SW           PIC X VALUE 'N'.
			88 WS-FOUND               VALUE 'Y'.

	01 WS-MONTH-WORK.
		05 WS-MW-YEAR            PIC 9(4).
		05 WS-MW-MONTH           PIC 9(2).
	01 WS-MONTH-NUM REDEFINES WS-MONTH-WORK
		                         PIC 9(6).

	01 WS-SC-TABLE.
		05 WS-SC-ENTRY OCCURS 50 TIMES.
			10 WS-SC-SOURCE      PIC X(8).
			10 WS-SC-BRANCH      PIC X(30).
			10 WS-SC-MONTH OCCURS 2 TIMES.
				15 WS-SC-READ     PIC 9(9).
				15 WS-SC-POSTED   PIC 9(9).
				15 WS-SC-REVERSED PIC 9(9).
				15 WS-SC-REJECT   PIC 9(9).
				15 WS-SC-EXCP     PIC 9(9).
				15 WS-SC-DUP      PIC 9(9).
				15 WS-SC-HELD     PIC 9(9).
				15 WS-SC-FORCED   PIC 9(9).
				15 WS-SC-CTL-FAIL PIC 9(5).
				15 WS-SC-LATE     PIC 9(5).
				15 WS-SC-FAILED   PIC 9(5).
				15 WS-SC-RUNS     PIC 9(5).
				15 WS-SC-REJ-PCT  PIC 9(3)V99.
				15 WS-SC-EXC-PCT  PIC 9(3)V99.
				15 WS-SC-DUP-PCT  PIC 9(3)V99.
				15 WS-SC-BREACH   PIC X(3).
			10 WS-SC-REJ-RANK    PIC 9(3).
			10 WS-SC-EXC-RANK    PIC 9(3).
			10 WS-SC-DUP-RANK    PIC 9(3).
			10 WS-SC-TWO-MONTH   PIC X(3).

	01 WS-OF-TABLE.
		05 WS-OF-ENTRY OCCURS 400 TIMES.
			10 WS-OF-SOURCE      PIC X(8).
			10 WS-OF-CAT         PIC X.
			10 WS-OF-CODE        PIC X(4).
			10 WS-OF-REASON      PIC X(12).
			10 WS-OF-TALLY       PIC 9(9).
			10 WS-OF-PRINTED     PIC X.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(33)
			VALUE 'SRCSCORE SOURCE QUALITY SCORECARD'.
		05 FILLER               PIC X(7) VALUE ' MONTH='.
		05 WS-RPT-HDR-MONTH     PIC 9(6).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(24) VALUE SPACES.

	01 WS-RPT-TEXT-LINE.
		05 WS-RPT-TEXT          PIC X(80).

	01 WS-RPT-RANK-COLS.
		05 FILLER               PIC X(32)
			VALUE 'RNK SOURCE   BRANCH'.
		05 FILLER               PIC X(10) VALUE '     READ '.
		05 FILLER               PIC X(22)
			VALUE '  REJ%  RK   EXC%  RK '.
		05 FILLER               PIC X(16)
			VALUE '  DUP%  RK FLAG '.

	01 WS-RPT-RANK-LINE.
		05 WS-RPT-RK-RANK       PIC ZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-SOURCE     PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-BRANCH     PIC X(18).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-READ       PIC ZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-REJ-PCT    PIC ZZ9.99.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-REJ-RANK   PIC ZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-EXC-PCT    PIC ZZ9.99.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-EXC-RANK   PIC ZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-DUP-PCT    PIC ZZ9.99.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-DUP-RANK   PIC ZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RK-FLAG       PIC X(4).
		05 FILLER               PIC X VALUE SPACE.

	01 WS-RPT-SOURCE-LINE.
		05 FILLER               PIC X(8) VALUE 'SOURCE: '.
		05 WS-RPT-SL-SOURCE     PIC X(8).
		05 FILLER               PIC X(10) VALUE '  BRANCH: '.
		05 WS-RPT-SL-BRANCH     PIC X(30).
		05 FILLER               PIC X(24) VALUE SPACES.

	01 WS-RPT-MEASURE-COLS.
		05 FILLER               PIC X(28) VALUE '  MEASURE'.
		05 FILLER               PIC X(3) VALUE SPACES.
		05 WS-RPT-MC-THIS       PIC 9(6).
		05 FILLER               PIC X(6) VALUE SPACES.
		05 WS-RPT-MC-LAST       PIC 9(6).
		05 FILLER               PIC X(3) VALUE SPACES.
		05 FILLER               PIC X(9) VALUE '   CHANGE'.
		05 FILLER               PIC X(19) VALUE SPACES.

	01 WS-RPT-COUNT-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CL-LABEL      PIC X(24).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CL-THIS       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(3) VALUE SPACES.
		05 WS-RPT-CL-LAST       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(3) VALUE SPACES.
		05 WS-RPT-CL-CHANGE     PIC ++++++++9.
		05 FILLER               PIC X(19) VALUE SPACES.

	01 WS-RPT-RATE-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RL-LABEL      PIC X(24).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RL-THIS       PIC ZZZZZ9.99.
		05 FILLER               PIC X(3) VALUE SPACES.
		05 WS-RPT-RL-LAST       PIC ZZZZZ9.99.
		05 FILLER               PIC X(3) VALUE SPACES.
		05 WS-RPT-RL-CHANGE     PIC +++++9.99.
		05 FILLER               PIC X(19) VALUE SPACES.

	01 WS-RPT-POSITION-LINE.
		05 FILLER               PIC X(9) VALUE 'RANK (OF '.
		05 WS-RPT-PL-OF         PIC ZZ9.
		05 FILLER               PIC X(11) VALUE ') - REJECT '.
		05 WS-RPT-PL-REJ        PIC ZZ9.
		05 FILLER               PIC X(12) VALUE '  EXCEPTION '.
		05 WS-RPT-PL-EXC        PIC ZZ9.
		05 FILLER               PIC X(12) VALUE '  DUPLICATE '.
		05 WS-RPT-PL-DUP        PIC ZZ9.
		05 FILLER               PIC X(24) VALUE SPACES.

	01 WS-RPT-THRESH-LINE.
		05 FILLER               PIC X(26)
			VALUE 'THRESHOLD PCT OF READ - '.
		05 FILLER               PIC X(7) VALUE 'REJECT '.
		05 WS-RPT-TL-REJ        PIC ZZ9.
		05 FILLER               PIC X(12) VALUE '  EXCEPTION '.
		05 WS-RPT-TL-EXC        PIC ZZ9.
		05 FILLER               PIC X(12) VALUE '  DUPLICATE '.
		05 WS-RPT-TL-DUP        PIC ZZ9.
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-OFFENDER-COLS.
		05 FILLER               PIC X(36)
			VALUE '  CATEGORY   CODE  REASON'.
		05 FILLER               PIC X(44)
			VALUE '     COUNT'.

	01 WS-RPT-OFFENDER-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-OL-CAT        PIC X(10).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-OL-CODE       PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-OL-REASON     PIC X(12).
		05 FILLER               PIC X(5) VALUE SPACES.
		05 WS-RPT-OL-COUNT      PIC ZZZZZZZZ9.
		05 FILLER               PIC X(35) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
		PERFORM 0150-LOAD-OPTIONS
		IF WS-BATCH-OK
			PERFORM 1000-OPEN-FILES
		END-IF
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-HISTORY
			PERFORM 1300-LOAD-BRANCHES
			PERFORM 2000-SCORE-SOURCES
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		WHEN WS-TWO-MONTH-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
		END-EVALUATE
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'SRCSCORE' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		EVALUATE TRUE
		WHEN WS-PARM-LINE(1:6) = SPACES
			MOVE WS-RUN-DATE(1:6) TO WS-MONTH-NUM
			PERFORM 0120-PRIOR-MONTH
			MOVE WS-MONTH-NUM TO WS-TGT-MONTH
		WHEN WS-PARM-LINE(1:6) IS NUMERIC
			AND WS-PARM-LINE(5:2) > '00'
			AND WS-PARM-LINE(5:2) < '13'
			MOVE WS-PARM-LINE(1:6) TO WS-TGT-MONTH
		WHEN OTHER
			DISPLAY 'INVALID PARM MONTH: ' WS-PARM-LINE(1:6)
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		MOVE WS-TGT-MONTH TO WS-MONTH-NUM
		PERFORM 0120-PRIOR-MONTH
		MOVE WS-MONTH-NUM TO WS-PRV-MONTH.

	0120-PRIOR-MONTH.
		IF WS-MW-MONTH = 1
			MOVE 12 TO WS-MW-MONTH
			SUBTRACT 1 FROM WS-MW-YEAR
		ELSE
			SUBTRACT 1 FROM WS-MW-MONTH
		END-IF.

	0150-LOAD-OPTIONS.
		INITIALIZE OPTION-BLOCK
		MOVE WS-QUAL-REJECT-PCT TO OPT-QUAL-REJECT-PCT
		MOVE WS-QUAL-EXCP-PCT TO OPT-QUAL-EXCP-PCT
		MOVE WS-QUAL-DUP-PCT TO OPT-QUAL-DUP-PCT
		MOVE WS-RPT-LINES-PER-PAGE
			TO OPT-RPT-LINES-PER-PAGE
		CALL 'OPTLOAD' USING OPTION-BLOCK
		IF OPT-NO-FILE
			DISPLAY 'NO OPTION FILE - DEFAULTS IN EFFECT'
		ELSE
			MOVE OPT-QUAL-REJECT-PCT TO WS-QUAL-REJECT-PCT
			MOVE OPT-QUAL-EXCP-PCT TO WS-QUAL-EXCP-PCT
			MOVE OPT-QUAL-DUP-PCT TO WS-QUAL-DUP-PCT
			MOVE OPT-RPT-LINES-PER-PAGE
				TO WS-RPT-LINES-PER-PAGE
		END-IF.

	1000-OPEN-FILES.
		OPEN INPUT SRC-HIST-FILE
		IF WS-SRCH-FILE-STATUS NOT = '00'
			DISPLAY 'SRCHIN OPEN FAILED, STATUS='
				WS-SRCH-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT SOURCE-REG-FILE
		EVALUATE TRUE
		WHEN WS-SRCREG-FILE-STATUS = '35'
			DISPLAY 'NO SOURCE REGISTRY - BRANCH NAMES '
				'NOT SHOWN'
		WHEN WS-SRCREG-FILE-STATUS NOT = '00'
			DISPLAY 'SRCREG OPEN FAILED, STATUS='
				WS-SRCREG-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'SCORRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-SRCH-FILE-STATUS = '00' OR '10'
			CLOSE SRC-HIST-FILE
		END-IF
		IF WS-SRCREG-FILE-STATUS = '00' OR '23'
			CLOSE SOURCE-REG-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-HISTORY.
		READ SRC-HIST-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-SRCH-READ-COUNT
			PERFORM 1150-CONSIDER-RECORD
			READ SRC-HIST-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1150-CONSIDER-RECORD.
		MOVE ZERO TO WS-MON-IX
		IF SH-BUSINESS-DATE IS NUMERIC
			MOVE SH-BUSINESS-DATE(1:6) TO WS-WORK-MONTH
			EVALUATE WS-WORK-MONTH
			WHEN WS-TGT-MONTH
				MOVE 1 TO WS-MON-IX
			WHEN WS-PRV-MONTH
				MOVE 2 TO WS-MON-IX
			END-EVALUATE
		END-IF
		IF WS-MON-IX > ZERO
			AND SH-SOURCE NOT = 'SUSPENSE'
			AND SH-SOURCE NOT = SPACES
			EVALUATE TRUE
			WHEN SH-OFFENDER-REC
				PERFORM 1250-BOOK-OFFENDER
			WHEN SH-RUN-FAILED
				PERFORM 1200-FIND-SOURCE
				PERFORM 1230-BOOK-FAILED-RUN
			WHEN OTHER
				PERFORM 1200-FIND-SOURCE
				PERFORM 1220-BOOK-CLEAN-RUN
			END-EVALUATE
		END-IF.

	1200-FIND-SOURCE.
		MOVE ZERO TO WS-SC-IX
		PERFORM VARYING WS-SC-JX FROM 1 BY 1
			UNTIL WS-SC-JX > WS-SC-COUNT
			OR WS-SC-IX > ZERO
			IF WS-SC-SOURCE(WS-SC-JX) = SH-SOURCE
				MOVE WS-SC-JX TO WS-SC-IX
			END-IF
		END-PERFORM
		IF WS-SC-IX = ZERO
			IF WS-SC-COUNT < WS-SC-MAX
				ADD 1 TO WS-SC-COUNT
				MOVE WS-SC-COUNT TO WS-SC-IX
				INITIALIZE WS-SC-ENTRY(WS-SC-IX)
				MOVE SH-SOURCE TO WS-SC-SOURCE(WS-SC-IX)
			ELSE
				DISPLAY 'SOURCE TABLE FULL - IGNORED: '
					SH-SOURCE
			END-IF
		END-IF.

	1220-BOOK-CLEAN-RUN.
		IF WS-SC-IX > ZERO
			AND SH-READ-COUNT IS NUMERIC
			AND SH-POSTED-COUNT IS NUMERIC
			AND SH-REVERSED-COUNT IS NUMERIC
			AND SH-REJECT-COUNT IS NUMERIC
			AND SH-EXCEPTION-COUNT IS NUMERIC
			AND SH-DUP-COUNT IS NUMERIC
			AND SH-HELD-COUNT IS NUMERIC
			ADD 1 TO WS-SC-RUNS(WS-SC-IX, WS-MON-IX)
			ADD SH-READ-COUNT
				TO WS-SC-READ(WS-SC-IX, WS-MON-IX)
			ADD SH-POSTED-COUNT
				TO WS-SC-POSTED(WS-SC-IX, WS-MON-IX)
			ADD SH-REVERSED-COUNT
				TO WS-SC-REVERSED(WS-SC-IX, WS-MON-IX)
			ADD SH-REJECT-COUNT
				TO WS-SC-REJECT(WS-SC-IX, WS-MON-IX)
			ADD SH-EXCEPTION-COUNT
				TO WS-SC-EXCP(WS-SC-IX, WS-MON-IX)
			ADD SH-DUP-COUNT
				TO WS-SC-DUP(WS-SC-IX, WS-MON-IX)
			ADD SH-HELD-COUNT
				TO WS-SC-HELD(WS-SC-IX, WS-MON-IX)
			PERFORM 1225-BOOK-EXTENDED-COUNTS
		END-IF.

	1225-BOOK-EXTENDED-COUNTS.
		IF SH-FORCED-COUNT IS NUMERIC
			ADD SH-FORCED-COUNT
				TO WS-SC-FORCED(WS-SC-IX, WS-MON-IX)
		END-IF
		IF SH-LATE-COUNT IS NUMERIC
			ADD SH-LATE-COUNT
				TO WS-SC-LATE(WS-SC-IX, WS-MON-IX)
		END-IF
		IF SH-CTL-FAIL-COUNT IS NUMERIC
			ADD SH-CTL-FAIL-COUNT
				TO WS-SC-CTL-FAIL(WS-SC-IX, WS-MON-IX)
		END-IF.

	1230-BOOK-FAILED-RUN.
		ADD 1 TO WS-FAILED-READ-COUNT
		IF WS-SC-IX > ZERO
			ADD 1 TO WS-SC-FAILED(WS-SC-IX, WS-MON-IX)
			IF SH-CTL-FAIL-COUNT IS NUMERIC
				ADD SH-CTL-FAIL-COUNT TO WS-SC-CTL-FAIL
					(WS-SC-IX, WS-MON-IX)
			END-IF
		END-IF.

	1250-BOOK-OFFENDER.
		ADD 1 TO WS-OFF-READ-COUNT
		IF WS-MON-IX = 1
			AND SO-COUNT IS NUMERIC
			MOVE ZERO TO WS-OF-IX
			PERFORM VARYING WS-OF-JX FROM 1 BY 1
				UNTIL WS-OF-JX > WS-OF-COUNT
				OR WS-OF-IX > ZERO
				IF WS-OF-SOURCE(WS-OF-JX) = SO-SOURCE
					AND WS-OF-CAT(WS-OF-JX)
					= SO-CATEGORY
					AND WS-OF-CODE(WS-OF-JX)
					= SO-TRAN-CODE
					AND WS-OF-REASON(WS-OF-JX)
					= SO-REASON
					MOVE WS-OF-JX TO WS-OF-IX
				END-IF
			END-PERFORM
			PERFORM 1260-TALLY-OFFENDER
		END-IF.

	1260-TALLY-OFFENDER.
		EVALUATE TRUE
		WHEN WS-OF-IX > ZERO
			ADD SO-COUNT TO WS-OF-TALLY(WS-OF-IX)
		WHEN WS-OF-COUNT < WS-OF-MAX
			ADD 1 TO WS-OF-COUNT
			MOVE SO-SOURCE TO WS-OF-SOURCE(WS-OF-COUNT)
			MOVE SO-CATEGORY TO WS-OF-CAT(WS-OF-COUNT)
			MOVE SO-TRAN-CODE TO WS-OF-CODE(WS-OF-COUNT)
			MOVE SO-REASON TO WS-OF-REASON(WS-OF-COUNT)
			MOVE SO-COUNT TO WS-OF-TALLY(WS-OF-COUNT)
			MOVE 'N' TO WS-OF-PRINTED(WS-OF-COUNT)
		WHEN OTHER
			DISPLAY 'OFFENDER TABLE FULL - IGNORED: '
				SO-SOURCE ' ' SO-TRAN-CODE
		END-EVALUATE.

	1300-LOAD-BRANCHES.
		IF WS-SRCREG-FILE-STATUS = '00'
			PERFORM VARYING WS-SC-IX FROM 1 BY 1
				UNTIL WS-SC-IX > WS-SC-COUNT
				PERFORM 1350-READ-BRANCH
			END-PERFORM
		END-IF.

	1350-READ-BRANCH.
		MOVE WS-SC-SOURCE(WS-SC-IX) TO SR-SOURCE-ID
		READ SOURCE-REG-FILE
			INVALID KEY
				MOVE '** NOT REGISTERED **'
					TO WS-SC-BRANCH(WS-SC-IX)
			NOT INVALID KEY
				MOVE SR-BRANCH-NAME
					TO WS-SC-BRANCH(WS-SC-IX)
		END-READ.

	2000-SCORE-SOURCES.
		PERFORM VARYING WS-SC-IX FROM 1 BY 1
			UNTIL WS-SC-IX > WS-SC-COUNT
			PERFORM VARYING WS-MON-IX FROM 1 BY 1
				UNTIL WS-MON-IX > 2
				PERFORM 2100-COMPUTE-RATES
			END-PERFORM
			IF WS-SC-READ(WS-SC-IX, 1) > ZERO
				ADD 1 TO WS-RANKED-COUNT
			END-IF
		END-PERFORM
		PERFORM VARYING WS-SC-IX FROM 1 BY 1
			UNTIL WS-SC-IX > WS-SC-COUNT
			PERFORM 2200-RANK-SOURCE
			PERFORM 2300-CHECK-CONSECUTIVE
		END-PERFORM.

	2100-COMPUTE-RATES.
		MOVE ZERO TO WS-SC-REJ-PCT(WS-SC-IX, WS-MON-IX)
		MOVE ZERO TO WS-SC-EXC-PCT(WS-SC-IX, WS-MON-IX)
		MOVE ZERO TO WS-SC-DUP-PCT(WS-SC-IX, WS-MON-IX)
		MOVE 'NNN' TO WS-SC-BREACH(WS-SC-IX, WS-MON-IX)
		IF WS-SC-READ(WS-SC-IX, WS-MON-IX) > ZERO
			COMPUTE WS-SC-REJ-PCT(WS-SC-IX, WS-MON-IX)
				ROUNDED =
				WS-SC-REJECT(WS-SC-IX, WS-MON-IX) * 100
				/ WS-SC-READ(WS-SC-IX, WS-MON-IX)
			COMPUTE WS-SC-EXC-PCT(WS-SC-IX, WS-MON-IX)
				ROUNDED =
				WS-SC-EXCP(WS-SC-IX, WS-MON-IX) * 100
				/ WS-SC-READ(WS-SC-IX, WS-MON-IX)
			COMPUTE WS-SC-DUP-PCT(WS-SC-IX, WS-MON-IX)
				ROUNDED =
				WS-SC-DUP(WS-SC-IX, WS-MON-IX) * 100
				/ WS-SC-READ(WS-SC-IX, WS-MON-IX)
			PERFORM 2150-CHECK-THRESHOLDS
		END-IF.

	2150-CHECK-THRESHOLDS.
		IF WS-QUAL-REJECT-PCT > ZERO
			AND WS-SC-REJ-PCT(WS-SC-IX, WS-MON-IX)
			> WS-QUAL-REJECT-PCT
			MOVE 'Y' TO
				WS-SC-BREACH(WS-SC-IX, WS-MON-IX)(1:1)
		END-IF
		IF WS-QUAL-EXCP-PCT > ZERO
			AND WS-SC-EXC-PCT(WS-SC-IX, WS-MON-IX)
			> WS-QUAL-EXCP-PCT
			MOVE 'Y' TO
				WS-SC-BREACH(WS-SC-IX, WS-MON-IX)(2:1)
		END-IF
		IF WS-QUAL-DUP-PCT > ZERO
			AND WS-SC-DUP-PCT(WS-SC-IX, WS-MON-IX)
			> WS-QUAL-DUP-PCT
			MOVE 'Y' TO
				WS-SC-BREACH(WS-SC-IX, WS-MON-IX)(3:1)
		END-IF.

	2200-RANK-SOURCE.
		MOVE ZERO TO WS-SC-REJ-RANK(WS-SC-IX)
		MOVE ZERO TO WS-SC-EXC-RANK(WS-SC-IX)
		MOVE ZERO TO WS-SC-DUP-RANK(WS-SC-IX)
		IF WS-SC-READ(WS-SC-IX, 1) > ZERO
			MOVE 1 TO WS-SC-REJ-RANK(WS-SC-IX)
			MOVE 1 TO WS-SC-EXC-RANK(WS-SC-IX)
			MOVE 1 TO WS-SC-DUP-RANK(WS-SC-IX)
			PERFORM VARYING WS-SC-JX FROM 1 BY 1
				UNTIL WS-SC-JX > WS-SC-COUNT
				IF WS-SC-READ(WS-SC-JX, 1) > ZERO
					PERFORM 2250-COMPARE-SOURCE
				END-IF
			END-PERFORM
		END-IF.

	2250-COMPARE-SOURCE.
		IF WS-SC-REJ-PCT(WS-SC-JX, 1)
			> WS-SC-REJ-PCT(WS-SC-IX, 1)
			ADD 1 TO WS-SC-REJ-RANK(WS-SC-IX)
		END-IF
		IF WS-SC-EXC-PCT(WS-SC-JX, 1)
			> WS-SC-EXC-PCT(WS-SC-IX, 1)
			ADD 1 TO WS-SC-EXC-RANK(WS-SC-IX)
		END-IF
		IF WS-SC-DUP-PCT(WS-SC-JX, 1)
			> WS-SC-DUP-PCT(WS-SC-IX, 1)
			ADD 1 TO WS-SC-DUP-RANK(WS-SC-IX)
		END-IF.

	2300-CHECK-CONSECUTIVE.
		MOVE 'NNN' TO WS-SC-TWO-MONTH(WS-SC-IX)
		IF WS-SC-BREACH(WS-SC-IX, 1) NOT = 'NNN'
			ADD 1 TO WS-BREACH-COUNT
		END-IF
		IF WS-SC-BREACH(WS-SC-IX, 1)(1:1) = 'Y'
			AND WS-SC-BREACH(WS-SC-IX, 2)(1:1) = 'Y'
			MOVE 'Y' TO WS-SC-TWO-MONTH(WS-SC-IX)(1:1)
		END-IF
		IF WS-SC-BREACH(WS-SC-IX, 1)(2:1) = 'Y'
			AND WS-SC-BREACH(WS-SC-IX, 2)(2:1) = 'Y'
			MOVE 'Y' TO WS-SC-TWO-MONTH(WS-SC-IX)(2:1)
		END-IF
		IF WS-SC-BREACH(WS-SC-IX, 1)(3:1) = 'Y'
			AND WS-SC-BREACH(WS-SC-IX, 2)(3:1) = 'Y'
			MOVE 'Y' TO WS-SC-TWO-MONTH(WS-SC-IX)(3:1)
		END-IF
		IF WS-SC-TWO-MONTH(WS-SC-IX) NOT = 'NNN'
			ADD 1 TO WS-TWO-MONTH-COUNT
		END-IF.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		PERFORM 8300-WRITE-RANKING
		PERFORM VARYING WS-SC-IX FROM 1 BY 1
			UNTIL WS-SC-IX > WS-SC-COUNT
			PERFORM 8500-WRITE-SOURCE-PAGE
		END-PERFORM.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-TGT-MONTH TO WS-RPT-HDR-MONTH
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-WRITE-TEXT.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-TEXT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8250-CHECK-PAGE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	8300-WRITE-RANKING.
		MOVE '*** SOURCES RANKED BY REJECT RATE ***'
			TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		WRITE REPORT-RECORD FROM WS-RPT-RANK-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-RANK-POS FROM 1 BY 1
			UNTIL WS-RANK-POS > WS-RANKED-COUNT
			PERFORM VARYING WS-SC-IX FROM 1 BY 1
				UNTIL WS-SC-IX > WS-SC-COUNT
				IF WS-SC-REJ-RANK(WS-SC-IX)
					= WS-RANK-POS
					PERFORM 8350-WRITE-RANK-LINE
				END-IF
			END-PERFORM
		END-PERFORM
		IF WS-RANKED-COUNT = ZERO
			MOVE '  NO SOURCE FED IN THE MONTH'
				TO WS-RPT-TEXT
			PERFORM 8200-WRITE-TEXT
		END-IF
		MOVE SPACES TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		MOVE 'FLAG: OVER = A THRESHOLD EXCEEDED THIS MONTH'
			TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		MOVE '      2MO  = SAME THRESHOLD EXCEEDED TWO '
			TO WS-RPT-TEXT
		MOVE 'CONSECUTIVE MONTHS' TO WS-RPT-TEXT(42:18)
		PERFORM 8200-WRITE-TEXT.

	8350-WRITE-RANK-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-SC-REJ-RANK(WS-SC-IX) TO WS-RPT-RK-RANK
		MOVE WS-SC-SOURCE(WS-SC-IX) TO WS-RPT-RK-SOURCE
		MOVE WS-SC-BRANCH(WS-SC-IX) TO WS-RPT-RK-BRANCH
		MOVE WS-SC-READ(WS-SC-IX, 1) TO WS-RPT-RK-READ
		MOVE WS-SC-REJ-PCT(WS-SC-IX, 1) TO WS-RPT-RK-REJ-PCT
		MOVE WS-SC-REJ-RANK(WS-SC-IX) TO WS-RPT-RK-REJ-RANK
		MOVE WS-SC-EXC-PCT(WS-SC-IX, 1) TO WS-RPT-RK-EXC-PCT
		MOVE WS-SC-EXC-RANK(WS-SC-IX) TO WS-RPT-RK-EXC-RANK
		MOVE WS-SC-DUP-PCT(WS-SC-IX, 1) TO WS-RPT-RK-DUP-PCT
		MOVE WS-SC-DUP-RANK(WS-SC-IX) TO WS-RPT-RK-DUP-RANK
		EVALUATE TRUE
		WHEN WS-SC-TWO-MONTH(WS-SC-IX) NOT = 'NNN'
			MOVE '2MO' TO WS-RPT-RK-FLAG
		WHEN WS-SC-BREACH(WS-SC-IX, 1) NOT = 'NNN'
			MOVE 'OVER' TO WS-RPT-RK-FLAG
		WHEN OTHER
			MOVE SPACES TO WS-RPT-RK-FLAG
		END-EVALUATE
		WRITE REPORT-RECORD FROM WS-RPT-RANK-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8500-WRITE-SOURCE-PAGE.
		ADD 1 TO WS-SOURCE-PAGES
		PERFORM 8100-WRITE-PAGE-HEADER
		MOVE WS-SC-SOURCE(WS-SC-IX) TO WS-RPT-SL-SOURCE
		MOVE WS-SC-BRANCH(WS-SC-IX) TO WS-RPT-SL-BRANCH
		WRITE REPORT-RECORD FROM WS-RPT-SOURCE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		MOVE SPACES TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		MOVE WS-TGT-MONTH TO WS-RPT-MC-THIS
		MOVE WS-PRV-MONTH TO WS-RPT-MC-LAST
		WRITE REPORT-RECORD FROM WS-RPT-MEASURE-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM 8510-WRITE-COUNTS
		PERFORM 8520-WRITE-RATES
		MOVE SPACES TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		PERFORM 8600-WRITE-STANDING
		MOVE SPACES TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		PERFORM 8700-WRITE-OFFENDERS.

	8510-WRITE-COUNTS.
		MOVE 'CLEAN RUNS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-RUNS(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-RUNS(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-RUNS(WS-SC-IX, 1)
			- WS-SC-RUNS(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'RECORDS READ' TO WS-RPT-CL-LABEL
		MOVE WS-SC-READ(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-READ(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-READ(WS-SC-IX, 1)
			- WS-SC-READ(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'POSTED' TO WS-RPT-CL-LABEL
		MOVE WS-SC-POSTED(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-POSTED(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-POSTED(WS-SC-IX, 1)
			- WS-SC-POSTED(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'REVERSALS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-REVERSED(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-REVERSED(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE =
			WS-SC-REVERSED(WS-SC-IX, 1)
			- WS-SC-REVERSED(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'REJECTS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-REJECT(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-REJECT(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-REJECT(WS-SC-IX, 1)
			- WS-SC-REJECT(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'EXCEPTIONS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-EXCP(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-EXCP(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-EXCP(WS-SC-IX, 1)
			- WS-SC-EXCP(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'DUPLICATES' TO WS-RPT-CL-LABEL
		MOVE WS-SC-DUP(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-DUP(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-DUP(WS-SC-IX, 1)
			- WS-SC-DUP(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		PERFORM 8515-WRITE-CONTROL-COUNTS.

	8515-WRITE-CONTROL-COUNTS.
		MOVE 'HELD' TO WS-RPT-CL-LABEL
		MOVE WS-SC-HELD(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-HELD(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-HELD(WS-SC-IX, 1)
			- WS-SC-HELD(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'FORCED POSTS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-FORCED(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-FORCED(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-FORCED(WS-SC-IX, 1)
			- WS-SC-FORCED(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'HEADER/TRAILER FAILURES' TO WS-RPT-CL-LABEL
		MOVE WS-SC-CTL-FAIL(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-CTL-FAIL(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE =
			WS-SC-CTL-FAIL(WS-SC-IX, 1)
			- WS-SC-CTL-FAIL(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'LATE-FEED ARRIVALS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-LATE(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-LATE(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-LATE(WS-SC-IX, 1)
			- WS-SC-LATE(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE
		MOVE 'FAILED RUNS' TO WS-RPT-CL-LABEL
		MOVE WS-SC-FAILED(WS-SC-IX, 1) TO WS-RPT-CL-THIS
		MOVE WS-SC-FAILED(WS-SC-IX, 2) TO WS-RPT-CL-LAST
		COMPUTE WS-RPT-CL-CHANGE = WS-SC-FAILED(WS-SC-IX, 1)
			- WS-SC-FAILED(WS-SC-IX, 2)
		PERFORM 8590-WRITE-COUNT-LINE.

	8520-WRITE-RATES.
		MOVE 'REJECT RATE PCT' TO WS-RPT-RL-LABEL
		MOVE WS-SC-REJ-PCT(WS-SC-IX, 1) TO WS-RPT-RL-THIS
		MOVE WS-SC-REJ-PCT(WS-SC-IX, 2) TO WS-RPT-RL-LAST
		COMPUTE WS-RPT-RL-CHANGE = WS-SC-REJ-PCT(WS-SC-IX, 1)
			- WS-SC-REJ-PCT(WS-SC-IX, 2)
		PERFORM 8595-WRITE-RATE-LINE
		MOVE 'EXCEPTION RATE PCT' TO WS-RPT-RL-LABEL
		MOVE WS-SC-EXC-PCT(WS-SC-IX, 1) TO WS-RPT-RL-THIS
		MOVE WS-SC-EXC-PCT(WS-SC-IX, 2) TO WS-RPT-RL-LAST
		COMPUTE WS-RPT-RL-CHANGE = WS-SC-EXC-PCT(WS-SC-IX, 1)
			- WS-SC-EXC-PCT(WS-SC-IX, 2)
		PERFORM 8595-WRITE-RATE-LINE
		MOVE 'DUPLICATE RATE PCT' TO WS-RPT-RL-LABEL
		MOVE WS-SC-DUP-PCT(WS-SC-IX, 1) TO WS-RPT-RL-THIS
		MOVE WS-SC-DUP-PCT(WS-SC-IX, 2) TO WS-RPT-RL-LAST
		COMPUTE WS-RPT-RL-CHANGE = WS-SC-DUP-PCT(WS-SC-IX, 1)
			- WS-SC-DUP-PCT(WS-SC-IX, 2)
		PERFORM 8595-WRITE-RATE-LINE.

	8590-WRITE-COUNT-LINE.
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-COUNT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8595-WRITE-RATE-LINE.
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-RATE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8600-WRITE-STANDING.
		PERFORM 8250-CHECK-PAGE
		IF WS-SC-READ(WS-SC-IX, 1) > ZERO
			MOVE WS-RANKED-COUNT TO WS-RPT-PL-OF
			MOVE WS-SC-REJ-RANK(WS-SC-IX) TO WS-RPT-PL-REJ
			MOVE WS-SC-EXC-RANK(WS-SC-IX) TO WS-RPT-PL-EXC
			MOVE WS-SC-DUP-RANK(WS-SC-IX) TO WS-RPT-PL-DUP
			WRITE REPORT-RECORD FROM WS-RPT-POSITION-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		ELSE
			MOVE 'NOT RANKED - NO RECORDS READ THIS MONTH'
				TO WS-RPT-TEXT
			PERFORM 8200-WRITE-TEXT
		END-IF
		PERFORM 8250-CHECK-PAGE
		MOVE WS-QUAL-REJECT-PCT TO WS-RPT-TL-REJ
		MOVE WS-QUAL-EXCP-PCT TO WS-RPT-TL-EXC
		MOVE WS-QUAL-DUP-PCT TO WS-RPT-TL-DUP
		WRITE REPORT-RECORD FROM WS-RPT-THRESH-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		IF WS-SC-BREACH(WS-SC-IX, 1)(1:1) = 'Y'
			MOVE 'REJECT' TO WS-BREACH-MEASURE
			MOVE WS-SC-TWO-MONTH(WS-SC-IX)(1:1)
				TO WS-BREACH-TWO-SW
			PERFORM 8650-WRITE-BREACH
		END-IF
		IF WS-SC-BREACH(WS-SC-IX, 1)(2:1) = 'Y'
			MOVE 'EXCEPTION' TO WS-BREACH-MEASURE
			MOVE WS-SC-TWO-MONTH(WS-SC-IX)(2:1)
				TO WS-BREACH-TWO-SW
			PERFORM 8650-WRITE-BREACH
		END-IF
		IF WS-SC-BREACH(WS-SC-IX, 1)(3:1) = 'Y'
			MOVE 'DUPLICATE' TO WS-BREACH-MEASURE
			MOVE WS-SC-TWO-MONTH(WS-SC-IX)(3:1)
				TO WS-BREACH-TWO-SW
			PERFORM 8650-WRITE-BREACH
		END-IF.

	8650-WRITE-BREACH.
		MOVE SPACES TO WS-RPT-TEXT
		IF WS-BREACH-TWO-MONTHS
			STRING '** ' DELIMITED BY SIZE
				WS-BREACH-MEASURE DELIMITED BY SPACE
				' RATE OVER THRESHOLD TWO CONSECUTIVE '
				'MONTHS **' DELIMITED BY SIZE
				INTO WS-RPT-TEXT
			END-STRING
		ELSE
			STRING WS-BREACH-MEASURE DELIMITED BY SPACE
				' RATE OVER THRESHOLD THIS MONTH'
				DELIMITED BY SIZE
				INTO WS-RPT-TEXT
			END-STRING
		END-IF
		PERFORM 8200-WRITE-TEXT.

	8700-WRITE-OFFENDERS.
		MOVE 'TOP OFFENDING CODES AND REASONS THIS MONTH'
			TO WS-RPT-TEXT
		PERFORM 8200-WRITE-TEXT
		MOVE ZERO TO WS-TOP-COUNT
		MOVE 'N' TO WS-FOUND-SW
		PERFORM 8710-FIND-TOP-OFFENDER
		IF WS-FOUND
			PERFORM 8250-CHECK-PAGE
			WRITE REPORT-RECORD FROM WS-RPT-OFFENDER-COLS
			ADD 1 TO WS-RPT-LINE-COUNT
		ELSE
			MOVE '  NO REJECTS, EXCEPTIONS OR DUPLICATES'
				TO WS-RPT-TEXT
			PERFORM 8200-WRITE-TEXT
		END-IF
		PERFORM UNTIL NOT WS-FOUND
			OR WS-TOP-COUNT NOT < WS-TOP-MAX
			PERFORM 8750-WRITE-OFFENDER-LINE
			PERFORM 8710-FIND-TOP-OFFENDER
		END-PERFORM.

	8710-FIND-TOP-OFFENDER.
		MOVE 'N' TO WS-FOUND-SW
		MOVE ZERO TO WS-OF-IX
		PERFORM VARYING WS-OF-JX FROM 1 BY 1
			UNTIL WS-OF-JX > WS-OF-COUNT
			IF WS-OF-SOURCE(WS-OF-JX)
				= WS-SC-SOURCE(WS-SC-IX)
				AND WS-OF-PRINTED(WS-OF-JX) = 'N'
				PERFORM 8720-KEEP-LARGEST
			END-IF
		END-PERFORM.

	8720-KEEP-LARGEST.
		IF NOT WS-FOUND
			SET WS-FOUND TO TRUE
			MOVE WS-OF-JX TO WS-OF-IX
		ELSE
			IF WS-OF-TALLY(WS-OF-JX) > WS-OF-TALLY(WS-OF-IX)
				MOVE WS-OF-JX TO WS-OF-IX
			END-IF
		END-IF.

	8750-WRITE-OFFENDER-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE 'Y' TO WS-OF-PRINTED(WS-OF-IX)
		ADD 1 TO WS-TOP-COUNT
		EVALUATE WS-OF-CAT(WS-OF-IX)
		WHEN 'R'
			MOVE 'REJECT' TO WS-RPT-OL-CAT
		WHEN 'E'
			MOVE 'EXCEPTION' TO WS-RPT-OL-CAT
		WHEN 'D'
			MOVE 'DUPLICATE' TO WS-RPT-OL-CAT
		WHEN OTHER
			MOVE WS-OF-CAT(WS-OF-IX) TO WS-RPT-OL-CAT
		END-EVALUATE
		MOVE WS-OF-CODE(WS-OF-IX) TO WS-RPT-OL-CODE
		MOVE WS-OF-REASON(WS-OF-IX) TO WS-RPT-OL-REASON
		MOVE WS-OF-TALLY(WS-OF-IX) TO WS-RPT-OL-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-OFFENDER-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	9000-PRINT-SUMMARY.
		DISPLAY '===== SRCSCORE RUN SUMMARY ====='
		DISPLAY 'SCORECARD MONTH    : ' WS-TGT-MONTH
		DISPLAY 'COMPARED WITH      : ' WS-PRV-MONTH
		DISPLAY 'HISTORY RECS READ  : ' WS-SRCH-READ-COUNT
		DISPLAY 'OFFENDER RECS USED : ' WS-OFF-READ-COUNT
		DISPLAY 'FAILED-RUN RECS    : ' WS-FAILED-READ-COUNT
		DISPLAY 'SOURCES SCORED     : ' WS-SC-COUNT
		DISPLAY 'SOURCES RANKED     : ' WS-RANKED-COUNT
		DISPLAY 'SOURCE PAGES       : ' WS-SOURCE-PAGES
		DISPLAY 'OVER THRESHOLD     : ' WS-BREACH-COUNT
		DISPLAY 'OVER TWO MONTHS    : ' WS-TWO-MONTH-COUNT
		DISPLAY '================================'.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-SRCH-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-SOURCE-PAGES TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
