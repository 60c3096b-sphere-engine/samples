	IDENTIFICATION DIVISION.
	PROGRAM-ID. PERDCLS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PERIOD-FILE ASSIGN TO PERIODS
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PERIOD-FILE-STATUS.

		SELECT CODE-USAGE-FILE ASSIGN TO CODEHIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CODEH-FILE-STATUS.

		SELECT SRC-HIST-FILE ASSIGN TO SRCHIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SRCH-FILE-STATUS.

		SELECT MASTER-FILE ASSIGN TO MASTFILE
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MT-CODE
			FILE STATUS IS WS-MAST-FILE-STATUS.

		SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SUSPIN-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO STMTRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  PERIOD-FILE
		RECORDING MODE IS F.
	COPY PERDREC.

	FD  CODE-USAGE-FILE
		RECORDING MODE IS F.
	COPY CODEUREC.

	FD  SRC-HIST-FILE
		RECORDING MODE IS F.
	COPY SRCHREC.

	FD  MASTER-FILE
		RECORDING MODE IS F.
	COPY MASTREC.

	FD  SUSPENSE-IN-FILE
		RECORDING MODE IS F.
	01  SUSPENSE-IN-RECORD           PIC X(94).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	COPY SUSPREC.

	77 WS-PERIOD-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-CODEH-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-SRCH-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-MAST-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-SUSPIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-PARM-PERIOD           PIC X(8) VALUE SPACES.
	77 WS-PARM-MODE             PIC X(8) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-TGT-PERIOD            PIC 9(6) VALUE ZERO.
	77 WS-TGT-START             PIC 9(8) VALUE ZERO.
	77 WS-TGT-END               PIC 9(8) VALUE ZERO.
	77 WS-TGT-CLOSE-DATE        PIC 9(8) VALUE ZERO.
	77 WS-TGT-IX                PIC 9(4) VALUE ZERO.
	77 WS-BOOK-PERIOD           PIC 9(6) VALUE ZERO.
	77 WS-BOOK-DATE             PIC 9(8) VALUE ZERO.
	77 WS-HOLD-PERIOD           PIC 9(6) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-PRD-MAX               PIC 9(4) VALUE 120.
	77 WS-PRD-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-PRD-IX                PIC 9(4) VALUE ZERO.
	77 WS-UT-TABLE-MAX          PIC 9(4) VALUE 5000.
	77 WS-UT-ENTRY-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-UT-IX                 PIC 9(4) VALUE ZERO.
	77 WS-UT-KX                 PIC 9(4) VALUE ZERO.
	77 WS-UT-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-UT-SHIFT-DONE            VALUE 'Y'.
	77 WS-UT-OVFL-SW            PIC X VALUE 'N'.
		88 WS-UT-OVERFLOWED            VALUE 'Y'.
	77 WS-SRC-MAX               PIC 9(4) VALUE 50.
	77 WS-SRC-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-SRC-IX                PIC 9(4) VALUE ZERO.
	77 WS-SRC-KX                PIC 9(4) VALUE ZERO.
	77 WS-PRI-MAX               PIC 9(4) VALUE 200.
	77 WS-PRI-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-PRI-IX                PIC 9(4) VALUE ZERO.
	77 WS-RSN-MAX               PIC 9(4) VALUE 30.
	77 WS-RSN-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-RSN-IX                PIC 9(4) VALUE ZERO.
	77 WS-RSN-KX                PIC 9(4) VALUE ZERO.
	77 WS-CODEH-READ-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-SRCH-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-SUSP-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-CODE-POST-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-CODE-POST-TOTAL       PIC 9(13) VALUE ZERO.
	77 WS-CODE-PRIOR-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-CODE-PRIOR-TOTAL      PIC 9(13) VALUE ZERO.
	77 WS-SRC-POST-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-SRC-POST-TOTAL        PIC 9(13) VALUE ZERO.
	77 WS-SRC-REV-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-SRC-REV-TOTAL         PIC 9(13) VALUE ZERO.
	77 WS-PRI-POST-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-PRI-POST-TOTAL        PIC 9(13) VALUE ZERO.
	77 WS-PRI-REV-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-PRI-REV-TOTAL         PIC 9(13) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-MODE-SW            PIC X VALUE 'C'.
			88 WS-MODE-CLOSE          VALUE 'C'.
			88 WS-MODE-TRIAL          VALUE 'T'.
		05 WS-CLOSE-SW           PIC X VALUE 'N'.
			88 WS-CLOSE-PENDING       VALUE 'N'.
			88 WS-CLOSE-DONE          VALUE 'Y'.
			88 WS-CLOSE-REFUSED       VALUE 'R'.
			88 WS-CLOSE-REPRINT       VALUE 'P'.
			88 WS-CLOSE-TRIAL         VALUE 'T'.
		05 WS-PRD-FOUND-SW       PIC X VALUE 'N'.
			88 WS-PRD-FOUND           VALUE 'Y'.

	01 WS-CLOSE-REASON              PIC X(50) VALUE SPACES.

	01 WS-PRD-TABLE.
		05 WS-PRD-ENTRY OCCURS 120 TIMES.
			10 WS-PRD-ID         PIC 9(6).
			10 WS-PRD-START      PIC 9(8).
			10 WS-PRD-END        PIC 9(8).
			10 WS-PRD-STATUS     PIC X.
			10 WS-PRD-CLOSE-DATE PIC 9(8).

	01 WS-USAGE-TABLE.
		05 WS-UT-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-UT-ENTRY-COUNT
			ASCENDING KEY IS WS-UT-CODE
			INDEXED BY WS-UT-SX.
			10 WS-UT-CODE        PIC X(4).
			10 WS-UT-COUNT       PIC 9(9).
			10 WS-UT-TOTAL       PIC 9(13).

	01 WS-SRC-TABLE.
		05 WS-SRC-ENTRY OCCURS 50 TIMES.
			10 WS-SRC-NAME       PIC X(8).
			10 WS-SRC-PST-COUNT  PIC 9(9).
			10 WS-SRC-PST-TOTAL  PIC 9(13).
			10 WS-SRC-RV-COUNT   PIC 9(9).
			10 WS-SRC-RV-TOTAL   PIC 9(13).

	01 WS-PRI-TABLE.
		05 WS-PRI-ENTRY OCCURS 200 TIMES.
			10 WS-PRI-DATE       PIC 9(8).
			10 WS-PRI-RUN-ID     PIC X(12).
			10 WS-PRI-SOURCE     PIC X(8).
			10 WS-PRI-PST-COUNT  PIC 9(9).
			10 WS-PRI-PST-TOTAL  PIC 9(11).
			10 WS-PRI-RV-COUNT   PIC 9(9).
			10 WS-PRI-RV-TOTAL   PIC 9(11).

	01 WS-RSN-TABLE.
		05 WS-RSN-ENTRY OCCURS 30 TIMES.
			10 WS-RSN-TEXT       PIC X(12).
			10 WS-RSN-COUNT-N    PIC 9(9).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(24)
			VALUE 'PERDCLS PERIOD STATEMENT'.
		05 FILLER               PIC X(8) VALUE ' PERIOD='.
		05 WS-RPT-HDR-PERIOD    PIC 9(6).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-HDR-START     PIC 9(8).
		05 FILLER               PIC X VALUE '-'.
		05 WS-RPT-HDR-END       PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-STATUS-LINE.
		05 FILLER               PIC X(8) VALUE 'STATUS: '.
		05 WS-RPT-STATUS-TEXT   PIC X(72).

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-CODE-COLS.
		05 FILLER               PIC X(40)
			VALUE '  CODE  DESCRIPTION'.
		05 FILLER               PIC X(40)
			VALUE '    COUNT          TOTAL'.

	01 WS-RPT-CODE-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-CODE       PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-DESC       PIC X(30).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-COUNT      PIC ZZZZZZZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-TOTAL      PIC ZZZZZZZZZZZZ9.
		05 FILLER               PIC X(16) VALUE SPACES.

	01 WS-RPT-SRC-COLS.
		05 FILLER               PIC X(40)
			VALUE '  SOURCE        COUNT          TOTAL'.
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-SRC-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SRC-NAME      PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SRC-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SRC-TOTAL     PIC ZZZZZZZZZZZZ9.
		05 FILLER               PIC X(44) VALUE SPACES.

	01 WS-RPT-PRIOR-COLS.
		05 FILLER               PIC X(30)
			VALUE '  BUS DATE RUN ID       SOURCE'.
		05 FILLER               PIC X(12)
			VALUE '      POSTED'.
		05 FILLER               PIC X(14)
			VALUE '  POSTED TOTAL'.
		05 FILLER               PIC X(10)
			VALUE '  REVERSED'.
		05 FILLER               PIC X(14)
			VALUE '     REV TOTAL'.

	01 WS-RPT-PRIOR-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-PRI-DATE      PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-RUN-ID    PIC X(12).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-SOURCE    PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-PST-CNT   PIC ZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-PST-TOT   PIC ZZZZZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-RV-CNT    PIC ZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-PRI-RV-TOT    PIC ZZZZZZZZZZZZ9.

	01 WS-RPT-SUSP-COLS.
		05 FILLER               PIC X(40)
			VALUE '  REFERENCE   CODE  RETRY  REASON'.
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-SUSP-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SUS-REF       PIC X(10).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SUS-CODE      PIC X(4).
		05 FILLER               PIC X(5) VALUE SPACES.
		05 WS-RPT-SUS-RETRY     PIC Z9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SUS-REASON    PIC X(12).
		05 FILLER               PIC X(41) VALUE SPACES.

	01 WS-RPT-REASON-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RSN-TEXT      PIC X(12).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RSN-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(55) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
		PERFORM 1000-LOAD-PERIODS
		IF WS-BATCH-OK
			PERFORM 1100-SELECT-PERIOD
		END-IF
		IF WS-BATCH-OK
			PERFORM 1200-OPEN-FILES
		END-IF
		IF WS-BATCH-OK
			PERFORM 1300-LOAD-CODE-USAGE
			PERFORM 1400-LOAD-SOURCE-HISTORY
			PERFORM 8000-WRITE-STATEMENT
		END-IF
		PERFORM 1900-CLOSE-FILES
		IF WS-BATCH-OK AND WS-CLOSE-PENDING
			PERFORM 2000-CLOSE-PERIOD
		END-IF
		PERFORM 9000-PRINT-SUMMARY
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		WHEN WS-CLOSE-REFUSED
			MOVE 8 TO RETURN-CODE
		WHEN WS-CLOSE-REPRINT
			MOVE 4 TO RETURN-CODE
		WHEN WS-SUSP-READ-COUNT > ZERO
			OR WS-PRI-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
		END-EVALUATE
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'PERDCLS' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			UNSTRING WS-PARM-LINE DELIMITED BY ','
				INTO WS-PARM-PERIOD WS-PARM-MODE
			END-UNSTRING
		END-IF
		IF WS-PARM-PERIOD = 'TRIAL'
			MOVE SPACES TO WS-PARM-PERIOD
			MOVE 'TRIAL' TO WS-PARM-MODE
		END-IF
		EVALUATE WS-PARM-MODE
		WHEN SPACES
		WHEN 'CLOSE'
			SET WS-MODE-CLOSE TO TRUE
		WHEN 'TRIAL'
			SET WS-MODE-TRIAL TO TRUE
		WHEN OTHER
			DISPLAY 'INVALID PARM MODE: ' WS-PARM-MODE
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		IF WS-PARM-PERIOD NOT = SPACES
			IF WS-PARM-PERIOD(1:6) IS NUMERIC
				AND WS-PARM-PERIOD(7:2) = SPACES
				MOVE WS-PARM-PERIOD(1:6)
					TO WS-TGT-PERIOD
			ELSE
				DISPLAY 'INVALID PARM PERIOD: '
					WS-PARM-PERIOD
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF.

	1000-LOAD-PERIODS.
		OPEN INPUT PERIOD-FILE
		IF WS-PERIOD-FILE-STATUS NOT = '00'
			DISPLAY 'PERIODS OPEN FAILED, STATUS='
				WS-PERIOD-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			READ PERIOD-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				PERFORM 1050-STORE-PERIOD
				READ PERIOD-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
			CLOSE PERIOD-FILE
		END-IF.

	1050-STORE-PERIOD.
		EVALUATE TRUE
		WHEN PC-PERIOD-ID IS NOT NUMERIC
			OR PC-START-DATE IS NOT NUMERIC
			OR PC-END-DATE IS NOT NUMERIC
			OR PC-START-DATE > PC-END-DATE
			OR NOT (PC-OPEN OR PC-CLOSED)
			DISPLAY 'PERIOD RECORD IGNORED: '
				PERIOD-RECORD(1:23)
		WHEN WS-PRD-COUNT NOT < WS-PRD-MAX
			DISPLAY 'PERIOD TABLE FULL - IGNORED: '
				PC-PERIOD-ID
		WHEN OTHER
			ADD 1 TO WS-PRD-COUNT
			MOVE PC-PERIOD-ID TO WS-PRD-ID(WS-PRD-COUNT)
			MOVE PC-START-DATE
				TO WS-PRD-START(WS-PRD-COUNT)
			MOVE PC-END-DATE TO WS-PRD-END(WS-PRD-COUNT)
			MOVE PC-STATUS
				TO WS-PRD-STATUS(WS-PRD-COUNT)
			MOVE ZERO TO WS-PRD-CLOSE-DATE(WS-PRD-COUNT)
			IF PC-CLOSE-DATE IS NUMERIC
				MOVE PC-CLOSE-DATE TO
				WS-PRD-CLOSE-DATE(WS-PRD-COUNT)
			END-IF
		END-EVALUATE.

	1100-SELECT-PERIOD.
		MOVE ZERO TO WS-TGT-IX
		IF WS-TGT-PERIOD = ZERO
			PERFORM 1120-FIND-OLDEST-ENDED
		ELSE
			PERFORM VARYING WS-PRD-IX FROM 1 BY 1
				UNTIL WS-PRD-IX > WS-PRD-COUNT
				OR WS-TGT-IX > ZERO
				IF WS-PRD-ID(WS-PRD-IX) = WS-TGT-PERIOD
					MOVE WS-PRD-IX TO WS-TGT-IX
				END-IF
			END-PERFORM
			IF WS-TGT-IX = ZERO
				DISPLAY 'PERIOD ' WS-TGT-PERIOD
					' IS NOT IN THE CALENDAR'
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		IF WS-TGT-IX > ZERO
			MOVE WS-PRD-ID(WS-TGT-IX) TO WS-TGT-PERIOD
			MOVE WS-PRD-START(WS-TGT-IX) TO WS-TGT-START
			MOVE WS-PRD-END(WS-TGT-IX) TO WS-TGT-END
			MOVE WS-PRD-CLOSE-DATE(WS-TGT-IX)
				TO WS-TGT-CLOSE-DATE
			PERFORM 1150-CHECK-CLOSABLE
		END-IF.

	1120-FIND-OLDEST-ENDED.
		PERFORM VARYING WS-PRD-IX FROM 1 BY 1
			UNTIL WS-PRD-IX > WS-PRD-COUNT
			IF WS-PRD-STATUS(WS-PRD-IX) = 'O'
				AND WS-PRD-END(WS-PRD-IX) < WS-RUN-DATE
				PERFORM 1125-KEEP-IF-OLDER
			END-IF
		END-PERFORM
		IF WS-TGT-IX = ZERO
			DISPLAY 'NO OPEN PERIOD HAS ENDED - '
				'NOTHING TO CLOSE'
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1125-KEEP-IF-OLDER.
		IF WS-TGT-IX = ZERO
			MOVE WS-PRD-IX TO WS-TGT-IX
		ELSE
			IF WS-PRD-START(WS-PRD-IX)
				< WS-PRD-START(WS-TGT-IX)
				MOVE WS-PRD-IX TO WS-TGT-IX
			END-IF
		END-IF.

	1150-CHECK-CLOSABLE.
		MOVE 'N' TO WS-PRD-FOUND-SW
		MOVE ZERO TO WS-HOLD-PERIOD
		PERFORM VARYING WS-PRD-IX FROM 1 BY 1
			UNTIL WS-PRD-IX > WS-PRD-COUNT
			OR WS-PRD-FOUND
			IF WS-PRD-STATUS(WS-PRD-IX) = 'O'
				AND WS-PRD-START(WS-PRD-IX)
				< WS-TGT-START
				SET WS-PRD-FOUND TO TRUE
				MOVE WS-PRD-ID(WS-PRD-IX)
					TO WS-HOLD-PERIOD
			END-IF
		END-PERFORM
		EVALUATE TRUE
		WHEN WS-PRD-STATUS(WS-TGT-IX) = 'C'
			SET WS-CLOSE-REPRINT TO TRUE
			STRING 'REPRINT - PERIOD CLOSED ON '
				WS-TGT-CLOSE-DATE
				DELIMITED BY SIZE INTO WS-CLOSE-REASON
			END-STRING
		WHEN WS-MODE-TRIAL
			SET WS-CLOSE-TRIAL TO TRUE
			MOVE 'TRIAL - PERIOD LEFT OPEN'
				TO WS-CLOSE-REASON
		WHEN WS-TGT-END NOT < WS-RUN-DATE
			SET WS-CLOSE-REFUSED TO TRUE
			STRING 'NOT CLOSED - PERIOD ENDS '
				WS-TGT-END
				DELIMITED BY SIZE INTO WS-CLOSE-REASON
			END-STRING
		WHEN WS-PRD-FOUND
			SET WS-CLOSE-REFUSED TO TRUE
			STRING 'NOT CLOSED - EARLIER PERIOD '
				WS-HOLD-PERIOD ' STILL OPEN'
				DELIMITED BY SIZE INTO WS-CLOSE-REASON
			END-STRING
		WHEN OTHER
			STRING 'PERIOD CLOSED ON ' WS-RUN-DATE
				DELIMITED BY SIZE INTO WS-CLOSE-REASON
			END-STRING
		END-EVALUATE
		IF WS-CLOSE-REFUSED
			DISPLAY 'PERIOD ' WS-TGT-PERIOD ' '
				WS-CLOSE-REASON
		END-IF.

	1200-OPEN-FILES.
		OPEN INPUT CODE-USAGE-FILE
		IF WS-CODEH-FILE-STATUS = '35'
			DISPLAY 'NO CODE USAGE HISTORY'
		ELSE
			IF WS-CODEH-FILE-STATUS NOT = '00'
				DISPLAY 'CODEHIN OPEN FAILED, STATUS='
					WS-CODEH-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN INPUT SRC-HIST-FILE
		IF WS-SRCH-FILE-STATUS = '35'
			DISPLAY 'NO SOURCE HISTORY'
		ELSE
			IF WS-SRCH-FILE-STATUS NOT = '00'
				DISPLAY 'SRCHIN OPEN FAILED, STATUS='
					WS-SRCH-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN INPUT MASTER-FILE
		IF WS-MAST-FILE-STATUS NOT = '00'
			DISPLAY 'MASTFILE OPEN FAILED, STATUS='
				WS-MAST-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT SUSPENSE-IN-FILE
		IF WS-SUSPIN-FILE-STATUS = '35'
			DISPLAY 'NO SUSPENSE FILE'
		ELSE
			IF WS-SUSPIN-FILE-STATUS NOT = '00'
				DISPLAY 'SUSPIN OPEN FAILED, STATUS='
					WS-SUSPIN-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'STMTRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-CODEH-FILE-STATUS = '00' OR '10'
			CLOSE CODE-USAGE-FILE
		END-IF
		IF WS-SRCH-FILE-STATUS = '00' OR '10'
			CLOSE SRC-HIST-FILE
		END-IF
		IF WS-MAST-FILE-STATUS = '00' OR '23'
			CLOSE MASTER-FILE
		END-IF
		IF WS-SUSPIN-FILE-STATUS = '00' OR '10'
			CLOSE SUSPENSE-IN-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1300-LOAD-CODE-USAGE.
		IF WS-CODEH-FILE-STATUS NOT = '35'
			READ CODE-USAGE-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-CODEH-READ-COUNT
				PERFORM 1350-CONSIDER-USAGE
				READ CODE-USAGE-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1350-CONSIDER-USAGE.
		IF CU-RUN-DATE IS NUMERIC
			AND CU-COUNT IS NUMERIC
			AND CU-TOTAL IS NUMERIC
			MOVE CU-RUN-DATE TO WS-BOOK-DATE
			IF CU-PERIOD-ID IS NUMERIC
				MOVE CU-PERIOD-ID TO WS-BOOK-PERIOD
			ELSE
				PERFORM 1500-PERIOD-OF-DATE
			END-IF
			IF WS-BOOK-PERIOD = WS-TGT-PERIOD
				PERFORM 1360-BOOK-USAGE
			END-IF
		END-IF.

	1360-BOOK-USAGE.
		IF CU-RUN-DATE < WS-TGT-START
			ADD CU-COUNT TO WS-CODE-PRIOR-COUNT
			ADD CU-TOTAL TO WS-CODE-PRIOR-TOTAL
		ELSE
			ADD CU-COUNT TO WS-CODE-POST-COUNT
			ADD CU-TOTAL TO WS-CODE-POST-TOTAL
			PERFORM 1370-STORE-USAGE
		END-IF.

	1370-STORE-USAGE.
		IF WS-UT-ENTRY-COUNT = ZERO
			PERFORM 1380-NEW-USAGE-ENTRY
		ELSE
			SEARCH ALL WS-UT-ENTRY
				AT END
				PERFORM 1380-NEW-USAGE-ENTRY
				WHEN WS-UT-CODE(WS-UT-SX) = CU-CODE
				ADD CU-COUNT TO WS-UT-COUNT(WS-UT-SX)
				ADD CU-TOTAL TO WS-UT-TOTAL(WS-UT-SX)
			END-SEARCH
		END-IF.

	1380-NEW-USAGE-ENTRY.
		IF WS-UT-ENTRY-COUNT < WS-UT-TABLE-MAX
			PERFORM 1390-INSERT-USAGE-ENTRY
		ELSE
			IF NOT WS-UT-OVERFLOWED
				SET WS-UT-OVERFLOWED TO TRUE
				DISPLAY 'CODE TABLE FULL - CODE '
					'SECTION IS INCOMPLETE'
			END-IF
		END-IF.

	1390-INSERT-USAGE-ENTRY.
		ADD 1 TO WS-UT-ENTRY-COUNT
		MOVE WS-UT-ENTRY-COUNT TO WS-UT-IX
		MOVE 'N' TO WS-UT-SHIFT-SW
		PERFORM UNTIL WS-UT-IX = 1
			OR WS-UT-SHIFT-DONE
			SUBTRACT 1 FROM WS-UT-IX
				GIVING WS-UT-KX
			IF WS-UT-CODE(WS-UT-KX) > CU-CODE
				MOVE WS-UT-ENTRY(WS-UT-KX)
					TO WS-UT-ENTRY(WS-UT-IX)
				MOVE WS-UT-KX TO WS-UT-IX
			ELSE
				SET WS-UT-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE CU-CODE TO WS-UT-CODE(WS-UT-IX)
		MOVE CU-COUNT TO WS-UT-COUNT(WS-UT-IX)
		MOVE CU-TOTAL TO WS-UT-TOTAL(WS-UT-IX).

	1400-LOAD-SOURCE-HISTORY.
		IF WS-SRCH-FILE-STATUS NOT = '35'
			READ SRC-HIST-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-SRCH-READ-COUNT
				PERFORM 1450-CONSIDER-SOURCE
				READ SRC-HIST-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1450-CONSIDER-SOURCE.
		IF SH-SOURCE-REC
			AND SH-RUN-COMPLETE
			AND SH-BUSINESS-DATE IS NUMERIC
			AND SH-POSTED-COUNT IS NUMERIC
			AND SH-POSTED-TOTAL IS NUMERIC
			AND SH-REVERSED-COUNT IS NUMERIC
			AND SH-REVERSED-TOTAL IS NUMERIC
			MOVE SH-BUSINESS-DATE TO WS-BOOK-DATE
			IF SH-PERIOD-ID IS NUMERIC
				MOVE SH-PERIOD-ID TO WS-BOOK-PERIOD
			ELSE
				PERFORM 1500-PERIOD-OF-DATE
			END-IF
			IF WS-BOOK-PERIOD = WS-TGT-PERIOD
				PERFORM 1460-BOOK-SOURCE
			END-IF
		END-IF.

	1460-BOOK-SOURCE.
		IF SH-BUSINESS-DATE < WS-TGT-START
			PERFORM 1480-STORE-PRIOR-ITEM
		ELSE
			PERFORM 1470-STORE-SOURCE
		END-IF.

	1470-STORE-SOURCE.
		MOVE ZERO TO WS-SRC-IX
		PERFORM VARYING WS-SRC-KX FROM 1 BY 1
			UNTIL WS-SRC-KX > WS-SRC-COUNT
			OR WS-SRC-IX > ZERO
			IF WS-SRC-NAME(WS-SRC-KX) = SH-SOURCE
				MOVE WS-SRC-KX TO WS-SRC-IX
			END-IF
		END-PERFORM
		IF WS-SRC-IX = ZERO
			IF WS-SRC-COUNT < WS-SRC-MAX
				ADD 1 TO WS-SRC-COUNT
				MOVE WS-SRC-COUNT TO WS-SRC-IX
				MOVE SH-SOURCE TO WS-SRC-NAME(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-PST-COUNT(WS-SRC-IX)
					WS-SRC-PST-TOTAL(WS-SRC-IX)
					WS-SRC-RV-COUNT(WS-SRC-IX)
					WS-SRC-RV-TOTAL(WS-SRC-IX)
			ELSE
				DISPLAY 'SOURCE TABLE FULL - IGNORED: '
					SH-SOURCE
			END-IF
		END-IF
		IF WS-SRC-IX > ZERO
			ADD SH-POSTED-COUNT
				TO WS-SRC-PST-COUNT(WS-SRC-IX)
			ADD SH-POSTED-TOTAL
				TO WS-SRC-PST-TOTAL(WS-SRC-IX)
			ADD SH-REVERSED-COUNT
				TO WS-SRC-RV-COUNT(WS-SRC-IX)
			ADD SH-REVERSED-TOTAL
				TO WS-SRC-RV-TOTAL(WS-SRC-IX)
			ADD SH-POSTED-COUNT TO WS-SRC-POST-COUNT
			ADD SH-POSTED-TOTAL TO WS-SRC-POST-TOTAL
			ADD SH-REVERSED-COUNT TO WS-SRC-REV-COUNT
			ADD SH-REVERSED-TOTAL TO WS-SRC-REV-TOTAL
		END-IF.

	1480-STORE-PRIOR-ITEM.
		ADD SH-POSTED-COUNT TO WS-PRI-POST-COUNT
		ADD SH-POSTED-TOTAL TO WS-PRI-POST-TOTAL
		ADD SH-REVERSED-COUNT TO WS-PRI-REV-COUNT
		ADD SH-REVERSED-TOTAL TO WS-PRI-REV-TOTAL
		IF WS-PRI-COUNT < WS-PRI-MAX
			ADD 1 TO WS-PRI-COUNT
			MOVE SH-BUSINESS-DATE
				TO WS-PRI-DATE(WS-PRI-COUNT)
			MOVE SH-RUN-ID TO WS-PRI-RUN-ID(WS-PRI-COUNT)
			MOVE SH-SOURCE TO WS-PRI-SOURCE(WS-PRI-COUNT)
			MOVE SH-POSTED-COUNT
				TO WS-PRI-PST-COUNT(WS-PRI-COUNT)
			MOVE SH-POSTED-TOTAL
				TO WS-PRI-PST-TOTAL(WS-PRI-COUNT)
			MOVE SH-REVERSED-COUNT
				TO WS-PRI-RV-COUNT(WS-PRI-COUNT)
			MOVE SH-REVERSED-TOTAL
				TO WS-PRI-RV-TOTAL(WS-PRI-COUNT)
		ELSE
			DISPLAY 'PRIOR-PERIOD TABLE FULL - '
				'DETAIL IS INCOMPLETE'
		END-IF.

	1500-PERIOD-OF-DATE.
		MOVE WS-BOOK-DATE(1:6) TO WS-BOOK-PERIOD
		MOVE 'N' TO WS-PRD-FOUND-SW
		PERFORM VARYING WS-PRD-IX FROM 1 BY 1
			UNTIL WS-PRD-IX > WS-PRD-COUNT
			OR WS-PRD-FOUND
			IF WS-BOOK-DATE NOT < WS-PRD-START(WS-PRD-IX)
				AND WS-BOOK-DATE
				NOT > WS-PRD-END(WS-PRD-IX)
				SET WS-PRD-FOUND TO TRUE
				MOVE WS-PRD-ID(WS-PRD-IX)
					TO WS-BOOK-PERIOD
			END-IF
		END-PERFORM.

	2000-CLOSE-PERIOD.
		OPEN I-O PERIOD-FILE
		IF WS-PERIOD-FILE-STATUS NOT = '00'
			DISPLAY 'PERIODS OPEN I-O FAILED, STATUS='
				WS-PERIOD-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			MOVE 'N' TO WS-PRD-FOUND-SW
			PERFORM UNTIL WS-END-OF-FILE OR WS-PRD-FOUND
				READ PERIOD-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
					NOT AT END
					PERFORM 2100-MARK-IF-TARGET
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
			CLOSE PERIOD-FILE
			IF NOT WS-CLOSE-DONE
				DISPLAY 'PERIOD ' WS-TGT-PERIOD
					' NOT MARKED CLOSED'
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF.

	2100-MARK-IF-TARGET.
		IF PC-PERIOD-ID IS NUMERIC
			AND PC-PERIOD-ID = WS-TGT-PERIOD
			AND PC-OPEN
			SET WS-PRD-FOUND TO TRUE
			SET PC-CLOSED TO TRUE
			MOVE WS-RUN-DATE TO PC-CLOSE-DATE
			MOVE WS-CODE-POST-COUNT TO PC-CLOSE-COUNT
			MOVE WS-CODE-POST-TOTAL TO PC-CLOSE-TOTAL
			REWRITE PERIOD-RECORD
			IF WS-PERIOD-FILE-STATUS = '00'
				SET WS-CLOSE-DONE TO TRUE
			ELSE
				DISPLAY 'PERIODS REWRITE FAILED, '
					'STATUS=' WS-PERIOD-FILE-STATUS
			END-IF
		END-IF.

	8000-WRITE-STATEMENT.
		PERFORM 8100-WRITE-PAGE-HEADER
		PERFORM 8300-WRITE-CODE-SECTION
		PERFORM 8400-WRITE-SOURCE-SECTION
		PERFORM 8500-WRITE-REVERSAL-SECTION
		PERFORM 8600-WRITE-PRIOR-SECTION
		PERFORM 8700-WRITE-SUSPENSE-SECTION.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-TGT-PERIOD TO WS-RPT-HDR-PERIOD
		MOVE WS-TGT-START TO WS-RPT-HDR-START
		MOVE WS-TGT-END TO WS-RPT-HDR-END
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE WS-CLOSE-REASON TO WS-RPT-STATUS-TEXT
		WRITE REPORT-RECORD FROM WS-RPT-STATUS-LINE
		MOVE 1 TO WS-RPT-LINE-COUNT.

	8200-WRITE-SECTION-HEADER.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8250-CHECK-PAGE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	8300-WRITE-CODE-SECTION.
		MOVE '*** POSTED BY TRANSACTION CODE ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-CODE-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-UT-IX FROM 1 BY 1
			UNTIL WS-UT-IX > WS-UT-ENTRY-COUNT
			PERFORM 8350-WRITE-CODE-LINE
		END-PERFORM
		MOVE SPACES TO WS-RPT-CD-CODE
		MOVE 'TOTAL POSTED IN PERIOD' TO WS-RPT-CD-DESC
		MOVE WS-CODE-POST-COUNT TO WS-RPT-CD-COUNT
		MOVE WS-CODE-POST-TOTAL TO WS-RPT-CD-TOTAL
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-CODE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8350-WRITE-CODE-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-UT-CODE(WS-UT-IX) TO WS-RPT-CD-CODE
		MOVE WS-UT-CODE(WS-UT-IX) TO MT-CODE
		READ MASTER-FILE
			INVALID KEY
				MOVE '** NOT ON MASTER **'
					TO WS-RPT-CD-DESC
			NOT INVALID KEY
				MOVE MT-DESCRIPTION TO WS-RPT-CD-DESC
		END-READ
		MOVE WS-UT-COUNT(WS-UT-IX) TO WS-RPT-CD-COUNT
		MOVE WS-UT-TOTAL(WS-UT-IX) TO WS-RPT-CD-TOTAL
		WRITE REPORT-RECORD FROM WS-RPT-CODE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8400-WRITE-SOURCE-SECTION.
		MOVE '*** POSTED BY SOURCE SYSTEM ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-SRC-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-SRC-IX FROM 1 BY 1
			UNTIL WS-SRC-IX > WS-SRC-COUNT
			PERFORM 8250-CHECK-PAGE
			MOVE WS-SRC-NAME(WS-SRC-IX) TO WS-RPT-SRC-NAME
			MOVE WS-SRC-PST-COUNT(WS-SRC-IX)
				TO WS-RPT-SRC-COUNT
			MOVE WS-SRC-PST-TOTAL(WS-SRC-IX)
				TO WS-RPT-SRC-TOTAL
			WRITE REPORT-RECORD FROM WS-RPT-SRC-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-PERFORM
		MOVE 'TOTAL' TO WS-RPT-SRC-NAME
		MOVE WS-SRC-POST-COUNT TO WS-RPT-SRC-COUNT
		MOVE WS-SRC-POST-TOTAL TO WS-RPT-SRC-TOTAL
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-SRC-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8500-WRITE-REVERSAL-SECTION.
		MOVE '*** REVERSALS BY SOURCE SYSTEM ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-SRC-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-SRC-IX FROM 1 BY 1
			UNTIL WS-SRC-IX > WS-SRC-COUNT
			IF WS-SRC-RV-COUNT(WS-SRC-IX) > ZERO
				PERFORM 8550-WRITE-REVERSAL-LINE
			END-IF
		END-PERFORM
		MOVE 'TOTAL' TO WS-RPT-SRC-NAME
		MOVE WS-SRC-REV-COUNT TO WS-RPT-SRC-COUNT
		MOVE WS-SRC-REV-TOTAL TO WS-RPT-SRC-TOTAL
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-SRC-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8550-WRITE-REVERSAL-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-SRC-NAME(WS-SRC-IX) TO WS-RPT-SRC-NAME
		MOVE WS-SRC-RV-COUNT(WS-SRC-IX) TO WS-RPT-SRC-COUNT
		MOVE WS-SRC-RV-TOTAL(WS-SRC-IX) TO WS-RPT-SRC-TOTAL
		WRITE REPORT-RECORD FROM WS-RPT-SRC-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8600-WRITE-PRIOR-SECTION.
		MOVE '*** PRIOR-PERIOD ADJUSTMENTS ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-PRIOR-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-PRI-IX FROM 1 BY 1
			UNTIL WS-PRI-IX > WS-PRI-COUNT
			PERFORM 8650-WRITE-PRIOR-LINE
		END-PERFORM
		MOVE SPACES TO WS-RPT-PRI-DATE
		MOVE 'TOTAL' TO WS-RPT-PRI-RUN-ID
		MOVE SPACES TO WS-RPT-PRI-SOURCE
		MOVE WS-PRI-POST-COUNT TO WS-RPT-PRI-PST-CNT
		MOVE WS-PRI-POST-TOTAL TO WS-RPT-PRI-PST-TOT
		MOVE WS-PRI-REV-COUNT TO WS-RPT-PRI-RV-CNT
		MOVE WS-PRI-REV-TOTAL TO WS-RPT-PRI-RV-TOT
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PRIOR-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		IF WS-CODE-PRIOR-COUNT > ZERO
			MOVE SPACES TO WS-RPT-CD-CODE
			MOVE 'PRIOR-PERIOD BY CODE HISTORY'
				TO WS-RPT-CD-DESC
			MOVE WS-CODE-PRIOR-COUNT TO WS-RPT-CD-COUNT
			MOVE WS-CODE-PRIOR-TOTAL TO WS-RPT-CD-TOTAL
			PERFORM 8250-CHECK-PAGE
			WRITE REPORT-RECORD FROM WS-RPT-CODE-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF.

	8650-WRITE-PRIOR-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-PRI-DATE(WS-PRI-IX) TO WS-RPT-PRI-DATE
		MOVE WS-PRI-RUN-ID(WS-PRI-IX) TO WS-RPT-PRI-RUN-ID
		MOVE WS-PRI-SOURCE(WS-PRI-IX) TO WS-RPT-PRI-SOURCE
		MOVE WS-PRI-PST-COUNT(WS-PRI-IX) TO WS-RPT-PRI-PST-CNT
		MOVE WS-PRI-PST-TOTAL(WS-PRI-IX) TO WS-RPT-PRI-PST-TOT
		MOVE WS-PRI-RV-COUNT(WS-PRI-IX) TO WS-RPT-PRI-RV-CNT
		MOVE WS-PRI-RV-TOTAL(WS-PRI-IX) TO WS-RPT-PRI-RV-TOT
		WRITE REPORT-RECORD FROM WS-RPT-PRIOR-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8700-WRITE-SUSPENSE-SECTION.
		MOVE '*** UNRESOLVED IN SUSPENSE ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-SUSP-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		IF WS-SUSPIN-FILE-STATUS NOT = '35'
			READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-SUSP-READ-COUNT
				PERFORM 8750-WRITE-SUSPENSE-LINE
				READ SUSPENSE-IN-FILE
					INTO SUSPENSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF
		MOVE '*** SUSPENSE BY REASON ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		PERFORM VARYING WS-RSN-IX FROM 1 BY 1
			UNTIL WS-RSN-IX > WS-RSN-COUNT
			PERFORM 8250-CHECK-PAGE
			MOVE WS-RSN-TEXT(WS-RSN-IX) TO WS-RPT-RSN-TEXT
			MOVE WS-RSN-COUNT-N(WS-RSN-IX)
				TO WS-RPT-RSN-COUNT
			WRITE REPORT-RECORD FROM WS-RPT-REASON-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-PERFORM
		MOVE 'TOTAL' TO WS-RPT-RSN-TEXT
		MOVE WS-SUSP-READ-COUNT TO WS-RPT-RSN-COUNT
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-REASON-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8750-WRITE-SUSPENSE-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE SUSP-REFERENCE TO WS-RPT-SUS-REF
		MOVE SUSP-CODE TO WS-RPT-SUS-CODE
		MOVE SUSP-RETRY-COUNT TO WS-RPT-SUS-RETRY
		MOVE SUSP-REASON TO WS-RPT-SUS-REASON
		WRITE REPORT-RECORD FROM WS-RPT-SUSP-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		MOVE ZERO TO WS-RSN-IX
		PERFORM VARYING WS-RSN-KX FROM 1 BY 1
			UNTIL WS-RSN-KX > WS-RSN-COUNT
			OR WS-RSN-IX > ZERO
			IF WS-RSN-TEXT(WS-RSN-KX) = SUSP-REASON
				MOVE WS-RSN-KX TO WS-RSN-IX
			END-IF
		END-PERFORM
		IF WS-RSN-IX = ZERO
			AND WS-RSN-COUNT < WS-RSN-MAX
			ADD 1 TO WS-RSN-COUNT
			MOVE WS-RSN-COUNT TO WS-RSN-IX
			MOVE SUSP-REASON TO WS-RSN-TEXT(WS-RSN-IX)
			MOVE ZERO TO WS-RSN-COUNT-N(WS-RSN-IX)
		END-IF
		IF WS-RSN-IX > ZERO
			ADD 1 TO WS-RSN-COUNT-N(WS-RSN-IX)
		END-IF.

	9000-PRINT-SUMMARY.
		DISPLAY '===== PERDCLS RUN SUMMARY ====='
		DISPLAY 'PERIOD             : ' WS-TGT-PERIOD
		DISPLAY 'PERIOD DATES       : ' WS-TGT-START
			' - ' WS-TGT-END
		DISPLAY 'CODE HIST READ     : ' WS-CODEH-READ-COUNT
		DISPLAY 'SOURCE HIST READ   : ' WS-SRCH-READ-COUNT
		DISPLAY 'POSTED COUNT       : ' WS-CODE-POST-COUNT
		DISPLAY 'POSTED TOTAL       : ' WS-CODE-POST-TOTAL
		DISPLAY 'REVERSED COUNT     : ' WS-SRC-REV-COUNT
		DISPLAY 'PRIOR-PERIOD ITEMS : ' WS-PRI-COUNT
		DISPLAY 'SUSPENSE ITEMS     : ' WS-SUSP-READ-COUNT
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			DISPLAY 'PERIOD STATUS      : '
				'NOT CLOSED - FAILED'
		WHEN WS-CLOSE-DONE
			DISPLAY 'PERIOD STATUS      : CLOSED '
				WS-RUN-DATE
		WHEN OTHER
			DISPLAY 'PERIOD STATUS      : ' WS-CLOSE-REASON
		END-EVALUATE
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-CODEH-READ-COUNT
			+ WS-SRCH-READ-COUNT
			+ WS-SUSP-READ-COUNT
		IF WS-CLOSE-DONE
			MOVE 1 TO SLB-RECORDS-OUT
		END-IF
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
