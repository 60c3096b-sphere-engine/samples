	IDENTIFICATION DIVISION.
	PROGRAM-ID. STEPRPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT STEP-LOG-FILE ASSIGN TO STEPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-STEP-FILE-STATUS.

		SELECT EXPECTED-FILE ASSIGN TO STEPEXP
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-EXP-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO STSRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  STEP-LOG-FILE
		RECORDING MODE IS F.
	COPY STEPREC.

	FD  EXPECTED-FILE
		RECORDING MODE IS F.
	01  EXPECTED-STEP-RECORD.
		05  SX-PROGRAM               PIC X(8).
		05  FILLER                   PIC X.
		05  SX-JOB                   PIC X(8).
		05  FILLER                   PIC X.
		05  SX-DAYS                  PIC X(7).
		05  FILLER                   PIC X.
		05  SX-DESCRIPTION           PIC X(40).
		05  FILLER                   PIC X(14).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-STEP-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-EXP-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-TARGET-DATE           PIC 9(8) VALUE ZERO.
	77 WS-WORK-INT              PIC 9(7) VALUE ZERO.
	77 WS-WEEKDAY               PIC 9 VALUE ZERO.
	77 WS-WORK-SECS             PIC S9(9) VALUE ZERO.
	77 WS-AVG-SECS              PIC 9(7) VALUE ZERO.
	77 WS-MAX-JOB-RC            PIC 9(4) VALUE ZERO.
	77 WS-MAX-JOB-PROGRAM       PIC X(8) VALUE SPACES.
	77 WS-HOLD-JOB              PIC X(8) VALUE SPACES.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-WJ-MAX                PIC 9(2) VALUE 10.
	77 WS-WJ-COUNT              PIC 9(2) VALUE ZERO.
	77 WS-WJ-IX                 PIC 9(2) VALUE ZERO.
	77 WS-WJ-FIRST              PIC 9(8) VALUE ZERO.
	77 WS-RN-MAX                PIC 9(4) VALUE 100.
	77 WS-RN-COUNT              PIC 9(4) VALUE ZERO.
	77 WS-RN-IX                 PIC 9(4) VALUE ZERO.
	77 WS-RN-KX                 PIC 9(4) VALUE ZERO.
	77 WS-AV-MAX                PIC 9(4) VALUE 60.
	77 WS-AV-COUNT-N            PIC 9(4) VALUE ZERO.
	77 WS-AV-IX                 PIC 9(4) VALUE ZERO.
	77 WS-AV-KX                 PIC 9(4) VALUE ZERO.
	77 WS-EX-MAX                PIC 9(4) VALUE 60.
	77 WS-EX-COUNT              PIC 9(4) VALUE ZERO.
	77 WS-EX-IX                 PIC 9(4) VALUE ZERO.
	77 WS-EX-KX                 PIC 9(4) VALUE ZERO.
	77 WS-MN-COUNT              PIC 9(4) VALUE 28.
	77 WS-MN-IX                 PIC 9(4) VALUE ZERO.
	77 WS-LOG-READ-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-EXP-READ-COUNT        PIC 9(5) VALUE ZERO.
	77 WS-DUE-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-RAN-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-NOT-RUN-COUNT         PIC 9(4) VALUE ZERO.
	77 WS-NONZERO-COUNT         PIC 9(4) VALUE ZERO.
	77 WS-NO-END-COUNT          PIC 9(4) VALUE ZERO.
	77 WS-UNSCHED-COUNT         PIC 9(4) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-PARM-DATE-SW       PIC X VALUE 'N'.
			88 WS-PARM-DATE-GIVEN     VALUE 'Y'.
		05 WS-LOG-SW             PIC X VALUE 'Y'.
			88 WS-LOG-PRESENT         VALUE 'Y'.
			88 WS-LOG-MISSING         VALUE 'N'.
		05 WS-WINDOW-SW          PIC X VALUE 'N'.
			88 WS-IN-WINDOW           VALUE 'Y'.
		05 WS-FOUND-SW           PIC X VALUE 'N'.
			88 WS-FOUND               VALUE 'Y'.

	01 WS-TIME-WORK.
		05 WS-TM-HH              PIC 9(2).
		05 WS-TM-MM              PIC 9(2).
		05 WS-TM-SS              PIC 9(2).
		05 WS-TM-CC              PIC 9(2).
	01 WS-TIME-NUM REDEFINES WS-TIME-WORK
		                         PIC 9(8).

	01 WS-WJ-TABLE.
		05 WS-WJ-DATE OCCURS 10 TIMES PIC 9(8).

	01 WS-RN-TABLE.
		05 WS-RN-ENTRY OCCURS 100 TIMES.
			10 WS-RN-PROGRAM     PIC X(8).
			10 WS-RN-JOB-DATE    PIC 9(8).
			10 WS-RN-START       PIC 9(8).
			10 WS-RN-END-DATE    PIC 9(8).
			10 WS-RN-END         PIC 9(8).
			10 WS-RN-BUS-DATE    PIC 9(8).
			10 WS-RN-RUN-ID      PIC X(12).
			10 WS-RN-IN          PIC 9(9).
			10 WS-RN-OUT         PIC 9(9).
			10 WS-RN-RC          PIC 9(4).
			10 WS-RN-SECS        PIC 9(7).
			10 WS-RN-STATE       PIC X.
			10 WS-RN-SCHED       PIC X.

	01 WS-AV-TABLE.
		05 WS-AV-ENTRY OCCURS 60 TIMES.
			10 WS-AV-PROGRAM     PIC X(8).
			10 WS-AV-RUNS        PIC 9(2).
			10 WS-AV-NEXT        PIC 9(2).
			10 WS-AV-SECS        PIC 9(7) OCCURS 7 TIMES.

	01 WS-EX-TABLE.
		05 WS-EX-ENTRY OCCURS 60 TIMES.
			10 WS-EX-PROGRAM     PIC X(8).
			10 WS-EX-JOB         PIC X(8).
			10 WS-EX-DAYS        PIC X(7).
			10 WS-EX-DESC        PIC X(40).
			10 WS-EX-DUE         PIC X.
			10 WS-EX-RAN         PIC X.

	01 WS-MEANING-VALUES.
		05 FILLER               PIC X(10) VALUE 'MASTMNT 04'.
		05 FILLER               PIC X(38)
			VALUE 'CARDS REJECTED, SELF-APPROVED, EXPIRED'.
		05 FILLER               PIC X(10) VALUE 'MASTMNT 16'.
		05 FILLER               PIC X(38)
			VALUE 'FILE FAILURE - WINDOW HELD'.
		05 FILLER               PIC X(10) VALUE 'PROG    04'.
		05 FILLER               PIC X(38)
			VALUE 'REJECTS, EXCEPTIONS OR DUPLICATES'.
		05 FILLER               PIC X(10) VALUE 'PROG    06'.
		05 FILLER               PIC X(38)
			VALUE 'SOURCE HELD/REFUSED/MISSING/VOLUME'.
		05 FILLER               PIC X(10) VALUE 'PROG    16'.
		05 FILLER               PIC X(38)
			VALUE 'FEED HELD - SEE RPTOUT ABORT REASON'.
		05 FILLER               PIC X(10) VALUE 'RECON   08'.
		05 FILLER               PIC X(38)
			VALUE 'OUT OF BALANCE - SEE RECRPT'.
		05 FILLER               PIC X(10) VALUE 'RECON   16'.
		05 FILLER               PIC X(38)
			VALUE 'FILE FAILURE - NOT BALANCED'.
		05 FILLER               PIC X(10) VALUE 'TRENDRPT04'.
		05 FILLER               PIC X(38)
			VALUE 'VOLUME OR REJECT-RATE TREND FLAGGED'.
		05 FILLER               PIC X(10) VALUE 'CODERPT 04'.
		05 FILLER               PIC X(38)
			VALUE 'DORMANT/EXPIRING/JUMPING CODES'.
		05 FILLER               PIC X(10) VALUE 'SUSPRPR 04'.
		05 FILLER               PIC X(38)
			VALUE 'REPAIRS REJECTED OR UNUSED'.
		05 FILLER               PIC X(10) VALUE 'AUDARCH 16'.
		05 FILLER               PIC X(38)
			VALUE 'ARCHIVE FAILED - AUDIT NOT SPLIT'.
		05 FILLER               PIC X(10) VALUE 'MASTQRY 04'.
		05 FILLER               PIC X(38)
			VALUE 'NO CODES MATCHED THE QUERY'.
		05 FILLER               PIC X(10) VALUE 'INTFACK 04'.
		05 FILLER               PIC X(38)
			VALUE 'ACK OVERDUE/UNBALANCED/REFUSED'.
		05 FILLER               PIC X(10) VALUE 'REFTRACE04'.
		05 FILLER               PIC X(38)
			VALUE 'REFERENCE WITH NO ACTIVITY'.
		05 FILLER               PIC X(10) VALUE 'SRCMNT  04'.
		05 FILLER               PIC X(38)
			VALUE 'REGISTRY UPDATES REJECTED'.
		05 FILLER               PIC X(10) VALUE 'PENDRPT 04'.
		05 FILLER               PIC X(38)
			VALUE 'APPROVALS EXPIRED OR SELF-APPROVED'.
		05 FILLER               PIC X(10) VALUE 'PERDCLS 04'.
		05 FILLER               PIC X(38)
			VALUE 'SUSPENSE/PRIOR-PERIOD ITEMS OR REPRINT'.
		05 FILLER               PIC X(10) VALUE 'PERDCLS 08'.
		05 FILLER               PIC X(38)
			VALUE 'PERIOD NOT CLOSED - SEE STATEMENT'.
		05 FILLER               PIC X(10) VALUE 'MASTCHK 04'.
		05 FILLER               PIC X(38)
			VALUE 'MASTER CODES WITH NO CHANGE HISTORY'.
		05 FILLER               PIC X(10) VALUE 'MASTCHK 08'.
		05 FILLER               PIC X(38)
			VALUE 'MASTER DISAGREES WITH HISTORY - HELD'.
		05 FILLER               PIC X(10) VALUE 'MASTSIM 04'.
		05 FILLER               PIC X(38)
			VALUE 'CARDS REJECTED OR RECORDS TO EXCEPTION'.
		05 FILLER               PIC X(10) VALUE 'WHSECAN 04'.
		05 FILLER               PIC X(38)
			VALUE 'CANCEL CARDS REJECTED OR UNUSED'.
		05 FILLER               PIC X(10) VALUE 'WHSERPT 04'.
		05 FILLER               PIC X(38)
			VALUE 'DUE ITEMS NOT RELEASED OR LIST CUT'.
		05 FILLER               PIC X(10) VALUE 'SRCSCORE04'.
		05 FILLER               PIC X(38)
			VALUE 'SOURCE OVER THRESHOLD TWO MONTHS'.
		05 FILLER               PIC X(10) VALUE 'STEPRPT 04'.
		05 FILLER               PIC X(38)
			VALUE 'WINDOW FINDINGS - SEE STSRPT'.
		05 FILLER               PIC X(10) VALUE '        04'.
		05 FILLER               PIC X(38)
			VALUE 'WARNINGS - SEE STEP SYSOUT'.
		05 FILLER               PIC X(10) VALUE '        08'.
		05 FILLER               PIC X(38)
			VALUE 'ERRORS - SEE STEP SYSOUT'.
		05 FILLER               PIC X(10) VALUE '        16'.
		05 FILLER               PIC X(38)
			VALUE 'FAILURE - SEE STEP SYSOUT'.
	01 WS-MEANING-TABLE REDEFINES WS-MEANING-VALUES.
		05 WS-MN-ENTRY OCCURS 28 TIMES.
			10 WS-MN-PROGRAM     PIC X(8).
			10 WS-MN-RC          PIC 9(2).
			10 WS-MN-TEXT        PIC X(38).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(27)
			VALUE 'STEPRPT BATCH WINDOW STATUS'.
		05 FILLER               PIC X(14)
			VALUE ' BUSINESS DATE'.
		05 FILLER               PIC X VALUE '='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(5) VALUE ' DAY='.
		05 WS-RPT-HDR-DAY       PIC X(3).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(12) VALUE SPACES.

	01 WS-DAY-NAMES             PIC X(21)
		VALUE 'MONTUEWEDTHUFRISATSUN'.

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-RUN-COLS.
		05 FILLER               PIC X(36)
			VALUE 'PROGRAM  JOB DATE START    END     '.
		05 FILLER               PIC X(22)
			VALUE ' SECS   AVG   RECS IN'.
		05 FILLER               PIC X(22)
			VALUE '  RECS OUT   RC NOTE'.

	01 WS-RPT-RUN-LINE.
		05 WS-RPT-RN-PROGRAM    PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-DATE       PIC 9(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-START.
			10 WS-RPT-RN-ST-HH   PIC X(2).
			10 FILLER            PIC X VALUE ':'.
			10 WS-RPT-RN-ST-MM   PIC X(2).
			10 FILLER            PIC X VALUE ':'.
			10 WS-RPT-RN-ST-SS   PIC X(2).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-END.
			10 WS-RPT-RN-EN-HH   PIC X(2).
			10 FILLER            PIC X VALUE ':'.
			10 WS-RPT-RN-EN-MM   PIC X(2).
			10 FILLER            PIC X VALUE ':'.
			10 WS-RPT-RN-EN-SS   PIC X(2).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-SECS       PIC ZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-AVG        PIC ZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-IN         PIC ZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-OUT        PIC ZZZZZZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-RC         PIC ZZZ9.
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RN-NOTE       PIC X(7).

	01 WS-RPT-RUNID-LINE.
		05 FILLER               PIC X(9) VALUE SPACES.
		05 FILLER               PIC X(7) VALUE 'RUN ID='.
		05 WS-RPT-RI-RUN-ID     PIC X(12).
		05 FILLER               PIC X(15)
			VALUE ' BUSINESS DATE='.
		05 WS-RPT-RI-BUS-DATE   PIC 9(8).
		05 FILLER               PIC X(29) VALUE SPACES.

	01 WS-RPT-RC-LINE.
		05 WS-RPT-RC-PROGRAM    PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-RC-TIME       PIC X(8).
		05 FILLER               PIC X(4) VALUE ' RC='.
		05 WS-RPT-RC-CODE       PIC ZZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-RC-TEXT       PIC X(53).

	01 WS-RPT-MISS-LINE.
		05 WS-RPT-MS-PROGRAM    PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-MS-JOB        PIC X(8).
		05 FILLER               PIC X VALUE SPACE.
		05 WS-RPT-MS-TEXT       PIC X(62).

	01 WS-RPT-COUNT-LINE.
		05 FILLER               PIC X(10) VALUE 'EXPECTED='.
		05 WS-RPT-CT-DUE        PIC ZZZ9.
		05 FILLER               PIC X(6) VALUE ' RAN='.
		05 WS-RPT-CT-RAN        PIC ZZZ9.
		05 FILLER               PIC X(10) VALUE ' NOT RUN='.
		05 WS-RPT-CT-MISS       PIC ZZZ9.
		05 FILLER               PIC X(9) VALUE ' RC NOT0='.
		05 WS-RPT-CT-RC         PIC ZZZ9.
		05 FILLER               PIC X(9) VALUE ' NO END='.
		05 WS-RPT-CT-NOEND      PIC ZZZ9.
		05 FILLER               PIC X(16) VALUE SPACES.

	01 WS-RPT-SIGNOFF-LINE.
		05 FILLER               PIC X(40)
			VALUE 'SHIFT LEAD SIGN-OFF: ________________'.
		05 FILLER               PIC X(40)
			VALUE '  DATE: ________  TIME: ______'.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-EXPECTED
			PERFORM 1200-SCAN-LOG
		END-IF
		IF WS-BATCH-OK
			PERFORM 1300-SET-WINDOW
			PERFORM 1400-LOAD-LOG
			PERFORM 2000-MATCH-EXPECTED
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-NOT-RUN-COUNT > ZERO
				OR WS-NONZERO-COUNT > ZERO
				OR WS-NO-END-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'STEPRPT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE(1:8) NOT = SPACES
			IF WS-PARM-LINE(1:8) IS NUMERIC
				MOVE WS-PARM-LINE(1:8) TO WS-TARGET-DATE
				SET WS-PARM-DATE-GIVEN TO TRUE
			ELSE
				DISPLAY 'INVALID PARM DATE: '
					WS-PARM-LINE(1:8)
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF.

	1000-OPEN-FILES.
		OPEN INPUT EXPECTED-FILE
		IF WS-EXP-FILE-STATUS = '35'
			DISPLAY 'NO EXPECTED-STEPS LIST - '
				'MISSING STEPS NOT CHECKED'
		ELSE
			IF WS-EXP-FILE-STATUS NOT = '00'
				DISPLAY 'STEPEXP OPEN FAILED, STATUS='
					WS-EXP-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'STSRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-EXP-FILE-STATUS = '00' OR '10'
			CLOSE EXPECTED-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-EXPECTED.
		IF WS-EXP-FILE-STATUS NOT = '35'
			READ EXPECTED-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-EXP-READ-COUNT
				PERFORM 1150-STORE-EXPECTED
				READ EXPECTED-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1150-STORE-EXPECTED.
		EVALUATE TRUE
		WHEN EXPECTED-STEP-RECORD = SPACES
		WHEN EXPECTED-STEP-RECORD(1:1) = '*'
			CONTINUE
		WHEN SX-PROGRAM = SPACES
			DISPLAY 'EXPECTED STEP IGNORED: '
				EXPECTED-STEP-RECORD(1:25)
		WHEN WS-EX-COUNT NOT < WS-EX-MAX
			DISPLAY 'EXPECTED-STEPS TABLE FULL - IGNORED: '
				SX-PROGRAM
		WHEN OTHER
			ADD 1 TO WS-EX-COUNT
			MOVE SX-PROGRAM TO WS-EX-PROGRAM(WS-EX-COUNT)
			MOVE SX-JOB TO WS-EX-JOB(WS-EX-COUNT)
			MOVE SX-DAYS TO WS-EX-DAYS(WS-EX-COUNT)
			IF SX-DAYS = SPACES
				MOVE 'YYYYYNN'
					TO WS-EX-DAYS(WS-EX-COUNT)
			END-IF
			MOVE SX-DESCRIPTION TO WS-EX-DESC(WS-EX-COUNT)
			MOVE 'N' TO WS-EX-DUE(WS-EX-COUNT)
			MOVE 'N' TO WS-EX-RAN(WS-EX-COUNT)
		END-EVALUATE.

	1200-SCAN-LOG.
		OPEN INPUT STEP-LOG-FILE
		EVALUATE TRUE
		WHEN WS-STEP-FILE-STATUS = '35'
			DISPLAY 'NO STEP LOG - NOTHING HAS RUN'
			SET WS-LOG-MISSING TO TRUE
		WHEN WS-STEP-FILE-STATUS NOT = '00'
			DISPLAY 'STEPIN OPEN FAILED, STATUS='
				WS-STEP-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		WHEN OTHER
			READ STEP-LOG-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-LOG-READ-COUNT
				PERFORM 1250-NOTE-WINDOW-DATE
				READ STEP-LOG-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
			CLOSE STEP-LOG-FILE
		END-EVALUATE.

	1250-NOTE-WINDOW-DATE.
		IF SL-BUSINESS-DATE IS NUMERIC
			AND SL-JOB-DATE IS NUMERIC
			AND SL-BUSINESS-DATE > ZERO
			IF NOT WS-PARM-DATE-GIVEN
				AND SL-BUSINESS-DATE > WS-TARGET-DATE
				MOVE SL-BUSINESS-DATE TO WS-TARGET-DATE
				MOVE ZERO TO WS-WJ-COUNT
			END-IF
			IF SL-BUSINESS-DATE = WS-TARGET-DATE
				PERFORM 1260-ADD-WINDOW-JOB-DATE
			END-IF
		END-IF.

	1260-ADD-WINDOW-JOB-DATE.
		MOVE 'N' TO WS-FOUND-SW
		PERFORM VARYING WS-WJ-IX FROM 1 BY 1
			UNTIL WS-WJ-IX > WS-WJ-COUNT
			IF WS-WJ-DATE(WS-WJ-IX) = SL-JOB-DATE
				SET WS-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-FOUND
			AND WS-WJ-COUNT < WS-WJ-MAX
			ADD 1 TO WS-WJ-COUNT
			MOVE SL-JOB-DATE TO WS-WJ-DATE(WS-WJ-COUNT)
		END-IF.

	1300-SET-WINDOW.
		IF WS-TARGET-DATE = ZERO
			COMPUTE WS-WORK-INT =
				FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
				- 1
			COMPUTE WS-TARGET-DATE =
				FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
		END-IF
		IF WS-WJ-COUNT = ZERO
			COMPUTE WS-WORK-INT =
				FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
				+ 1
			MOVE 1 TO WS-WJ-COUNT
			COMPUTE WS-WJ-DATE(1) =
				FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
		END-IF
		MOVE WS-WJ-DATE(1) TO WS-WJ-FIRST
		PERFORM VARYING WS-WJ-IX FROM 2 BY 1
			UNTIL WS-WJ-IX > WS-WJ-COUNT
			IF WS-WJ-DATE(WS-WJ-IX) < WS-WJ-FIRST
				MOVE WS-WJ-DATE(WS-WJ-IX) TO WS-WJ-FIRST
			END-IF
		END-PERFORM
		COMPUTE WS-WEEKDAY = FUNCTION MOD(
			FUNCTION INTEGER-OF-DATE(
			WS-TARGET-DATE) - 1 7) + 1.

	1400-LOAD-LOG.
		IF WS-LOG-PRESENT
			OPEN INPUT STEP-LOG-FILE
			IF WS-STEP-FILE-STATUS NOT = '00'
				DISPLAY 'STEPIN REOPEN FAILED, STATUS='
					WS-STEP-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			ELSE
				PERFORM 1410-LOG-LOOP
				CLOSE STEP-LOG-FILE
			END-IF
		END-IF.

	1410-LOG-LOOP.
		READ STEP-LOG-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			IF SL-JOB-DATE IS NUMERIC
				AND SL-BUSINESS-DATE IS NUMERIC
				AND SL-START-TIME IS NUMERIC
				PERFORM 1450-CLASSIFY-RECORD
			END-IF
			READ STEP-LOG-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1450-CLASSIFY-RECORD.
		PERFORM 1460-CHECK-IN-WINDOW
		EVALUATE TRUE
		WHEN SL-START-REC
			AND SL-PROGRAM = 'STEPRPT'
			AND SL-JOB-DATE = SLB-JOB-DATE
			AND SL-START-TIME = SLB-START-TIME
			CONTINUE
		WHEN WS-IN-WINDOW AND SL-START-REC
			PERFORM 1500-ADD-START
		WHEN WS-IN-WINDOW AND SL-END-REC
			PERFORM 1550-APPLY-END
		WHEN SL-END-REC
			PERFORM 1600-DROP-START
			IF SL-JOB-DATE < WS-WJ-FIRST
				PERFORM 1700-NOTE-HISTORY
			END-IF
		END-EVALUATE.

	1460-CHECK-IN-WINDOW.
		MOVE 'N' TO WS-WINDOW-SW
		IF SL-BUSINESS-DATE = WS-TARGET-DATE
			SET WS-IN-WINDOW TO TRUE
		END-IF
		IF SL-BUSINESS-DATE = ZERO
			PERFORM VARYING WS-WJ-IX FROM 1 BY 1
				UNTIL WS-WJ-IX > WS-WJ-COUNT
				IF WS-WJ-DATE(WS-WJ-IX) = SL-JOB-DATE
					SET WS-IN-WINDOW TO TRUE
				END-IF
			END-PERFORM
		END-IF.

	1500-ADD-START.
		IF WS-RN-COUNT < WS-RN-MAX
			ADD 1 TO WS-RN-COUNT
			MOVE WS-RN-COUNT TO WS-RN-IX
			INITIALIZE WS-RN-ENTRY(WS-RN-IX)
			MOVE SL-PROGRAM TO WS-RN-PROGRAM(WS-RN-IX)
			MOVE SL-JOB-DATE TO WS-RN-JOB-DATE(WS-RN-IX)
			MOVE SL-START-TIME TO WS-RN-START(WS-RN-IX)
			MOVE 'S' TO WS-RN-STATE(WS-RN-IX)
		ELSE
			DISPLAY 'RUN TABLE FULL - IGNORED: ' SL-PROGRAM
		END-IF.

	1520-FIND-START.
		MOVE ZERO TO WS-RN-IX
		PERFORM VARYING WS-RN-KX FROM 1 BY 1
			UNTIL WS-RN-KX > WS-RN-COUNT
			OR WS-RN-IX > ZERO
			IF WS-RN-STATE(WS-RN-KX) = 'S'
				AND WS-RN-PROGRAM(WS-RN-KX) = SL-PROGRAM
				AND WS-RN-JOB-DATE(WS-RN-KX)
				= SL-JOB-DATE
				AND WS-RN-START(WS-RN-KX)
				= SL-START-TIME
				MOVE WS-RN-KX TO WS-RN-IX
			END-IF
		END-PERFORM.

	1550-APPLY-END.
		PERFORM 1520-FIND-START
		IF WS-RN-IX = ZERO
			PERFORM 1500-ADD-START
		END-IF
		IF WS-RN-IX > ZERO
			PERFORM 1560-COMPUTE-SECS
			MOVE 'E' TO WS-RN-STATE(WS-RN-IX)
			MOVE SL-END-DATE TO WS-RN-END-DATE(WS-RN-IX)
			MOVE SL-END-TIME TO WS-RN-END(WS-RN-IX)
			MOVE SL-BUSINESS-DATE
				TO WS-RN-BUS-DATE(WS-RN-IX)
			MOVE SL-RUN-ID TO WS-RN-RUN-ID(WS-RN-IX)
			MOVE SL-RECORDS-IN TO WS-RN-IN(WS-RN-IX)
			MOVE SL-RECORDS-OUT TO WS-RN-OUT(WS-RN-IX)
			MOVE SL-RETURN-CODE TO WS-RN-RC(WS-RN-IX)
			MOVE WS-WORK-SECS TO WS-RN-SECS(WS-RN-IX)
		END-IF.

	1560-COMPUTE-SECS.
		MOVE ZERO TO WS-WORK-SECS
		IF SL-END-DATE IS NUMERIC
			AND SL-END-TIME IS NUMERIC
			AND SL-JOB-DATE > ZERO
			AND SL-END-DATE NOT < SL-JOB-DATE
			PERFORM 1570-ELAPSED-SECONDS
		END-IF.

	1570-ELAPSED-SECONDS.
		COMPUTE WS-WORK-SECS =
			(FUNCTION INTEGER-OF-DATE(SL-END-DATE)
			- FUNCTION INTEGER-OF-DATE(SL-JOB-DATE))
			* 86400
		MOVE SL-END-TIME TO WS-TIME-NUM
		COMPUTE WS-WORK-SECS = WS-WORK-SECS
			+ WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS
		MOVE SL-START-TIME TO WS-TIME-NUM
		COMPUTE WS-WORK-SECS = WS-WORK-SECS
			- WS-TM-HH * 3600 - WS-TM-MM * 60 - WS-TM-SS
		IF WS-WORK-SECS < ZERO
			MOVE ZERO TO WS-WORK-SECS
		END-IF.

	1600-DROP-START.
		PERFORM 1520-FIND-START
		IF WS-RN-IX > ZERO
			MOVE 'X' TO WS-RN-STATE(WS-RN-IX)
		END-IF.

	1700-NOTE-HISTORY.
		PERFORM 1560-COMPUTE-SECS
		MOVE ZERO TO WS-AV-IX
		PERFORM VARYING WS-AV-KX FROM 1 BY 1
			UNTIL WS-AV-KX > WS-AV-COUNT-N
			OR WS-AV-IX > ZERO
			IF WS-AV-PROGRAM(WS-AV-KX) = SL-PROGRAM
				MOVE WS-AV-KX TO WS-AV-IX
			END-IF
		END-PERFORM
		IF WS-AV-IX = ZERO
			AND WS-AV-COUNT-N < WS-AV-MAX
			ADD 1 TO WS-AV-COUNT-N
			MOVE WS-AV-COUNT-N TO WS-AV-IX
			INITIALIZE WS-AV-ENTRY(WS-AV-IX)
			MOVE SL-PROGRAM TO WS-AV-PROGRAM(WS-AV-IX)
			MOVE 1 TO WS-AV-NEXT(WS-AV-IX)
		END-IF
		IF WS-AV-IX > ZERO
			PERFORM 1750-STORE-HISTORY-SECS
		END-IF.

	1750-STORE-HISTORY-SECS.
		MOVE WS-WORK-SECS
			TO WS-AV-SECS(WS-AV-IX, WS-AV-NEXT(WS-AV-IX))
		IF WS-AV-RUNS(WS-AV-IX) < 7
			ADD 1 TO WS-AV-RUNS(WS-AV-IX)
		END-IF
		IF WS-AV-NEXT(WS-AV-IX) = 7
			MOVE 1 TO WS-AV-NEXT(WS-AV-IX)
		ELSE
			ADD 1 TO WS-AV-NEXT(WS-AV-IX)
		END-IF.

	2000-MATCH-EXPECTED.
		PERFORM VARYING WS-EX-IX FROM 1 BY 1
			UNTIL WS-EX-IX > WS-EX-COUNT
			IF WS-EX-DAYS(WS-EX-IX)(WS-WEEKDAY:1) = 'Y'
				MOVE 'Y' TO WS-EX-DUE(WS-EX-IX)
				ADD 1 TO WS-DUE-COUNT
			END-IF
		END-PERFORM
		PERFORM VARYING WS-RN-IX FROM 1 BY 1
			UNTIL WS-RN-IX > WS-RN-COUNT
			IF WS-RN-STATE(WS-RN-IX) NOT = 'X'
				PERFORM 2100-MATCH-RUN
			END-IF
		END-PERFORM.

	2100-MATCH-RUN.
		MOVE 'N' TO WS-RN-SCHED(WS-RN-IX)
		PERFORM VARYING WS-EX-IX FROM 1 BY 1
			UNTIL WS-EX-IX > WS-EX-COUNT
			IF WS-EX-PROGRAM(WS-EX-IX)
				= WS-RN-PROGRAM(WS-RN-IX)
				PERFORM 2150-MARK-RAN
			END-IF
		END-PERFORM
		IF WS-RN-SCHED(WS-RN-IX) = 'N'
			ADD 1 TO WS-UNSCHED-COUNT
		END-IF.

	2150-MARK-RAN.
		IF WS-EX-DUE(WS-EX-IX) = 'Y'
			MOVE 'Y' TO WS-RN-SCHED(WS-RN-IX)
			IF WS-EX-RAN(WS-EX-IX) = 'N'
				MOVE 'Y' TO WS-EX-RAN(WS-EX-IX)
				ADD 1 TO WS-RAN-COUNT
			END-IF
		END-IF.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		PERFORM 8300-WRITE-RUN-SECTION
		PERFORM 8400-WRITE-RC-SECTION
		PERFORM 8500-WRITE-MISSING-SECTION
		PERFORM 8600-WRITE-SIGNOFF.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-TARGET-DATE TO WS-RPT-HDR-DATE
		COMPUTE WS-MN-IX = (WS-WEEKDAY - 1) * 3 + 1
		MOVE WS-DAY-NAMES(WS-MN-IX:3) TO WS-RPT-HDR-DAY
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE ZERO TO WS-RPT-LINE-COUNT.

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

	8300-WRITE-RUN-SECTION.
		MOVE '*** STEPS RUN ***' TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-RUN-COLS
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM VARYING WS-RN-IX FROM 1 BY 1
			UNTIL WS-RN-IX > WS-RN-COUNT
			IF WS-RN-STATE(WS-RN-IX) NOT = 'X'
				PERFORM 8350-WRITE-RUN-LINE
			END-IF
		END-PERFORM.

	8350-WRITE-RUN-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-RN-PROGRAM(WS-RN-IX) TO WS-RPT-RN-PROGRAM
		MOVE WS-RN-JOB-DATE(WS-RN-IX) TO WS-RPT-RN-DATE
		MOVE WS-RN-START(WS-RN-IX) TO WS-TIME-NUM
		MOVE WS-TM-HH TO WS-RPT-RN-ST-HH
		MOVE WS-TM-MM TO WS-RPT-RN-ST-MM
		MOVE WS-TM-SS TO WS-RPT-RN-ST-SS
		PERFORM 8360-FIND-AVERAGE
		MOVE WS-AVG-SECS TO WS-RPT-RN-AVG
		MOVE SPACES TO WS-RPT-RN-NOTE
		IF WS-RN-STATE(WS-RN-IX) = 'S'
			PERFORM 8370-FORMAT-NO-END
		ELSE
			PERFORM 8380-FORMAT-ENDED
		END-IF
		IF WS-RN-SCHED(WS-RN-IX) = 'N'
			AND WS-RPT-RN-NOTE = SPACES
			MOVE 'UNSCHED' TO WS-RPT-RN-NOTE
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-RUN-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		IF WS-RN-RUN-ID(WS-RN-IX) NOT = SPACES
			PERFORM 8390-WRITE-RUNID-LINE
		END-IF.

	8360-FIND-AVERAGE.
		MOVE ZERO TO WS-AVG-SECS
		PERFORM VARYING WS-AV-IX FROM 1 BY 1
			UNTIL WS-AV-IX > WS-AV-COUNT-N
			IF WS-AV-PROGRAM(WS-AV-IX)
				= WS-RN-PROGRAM(WS-RN-IX)
				AND WS-AV-RUNS(WS-AV-IX) > ZERO
				PERFORM 8365-AVERAGE-ENTRY
			END-IF
		END-PERFORM.

	8365-AVERAGE-ENTRY.
		MOVE ZERO TO WS-WORK-SECS
		PERFORM VARYING WS-AV-KX FROM 1 BY 1
			UNTIL WS-AV-KX > WS-AV-RUNS(WS-AV-IX)
			ADD WS-AV-SECS(WS-AV-IX, WS-AV-KX)
				TO WS-WORK-SECS
		END-PERFORM
		COMPUTE WS-AVG-SECS ROUNDED =
			WS-WORK-SECS / WS-AV-RUNS(WS-AV-IX).

	8370-FORMAT-NO-END.
		MOVE SPACES TO WS-RPT-RN-END
		MOVE ZERO TO WS-RPT-RN-SECS
		MOVE ZERO TO WS-RPT-RN-IN
		MOVE ZERO TO WS-RPT-RN-OUT
		MOVE ZERO TO WS-RPT-RN-RC
		MOVE 'NO END' TO WS-RPT-RN-NOTE.

	8380-FORMAT-ENDED.
		MOVE WS-RN-END(WS-RN-IX) TO WS-TIME-NUM
		MOVE WS-TM-HH TO WS-RPT-RN-EN-HH
		MOVE WS-TM-MM TO WS-RPT-RN-EN-MM
		MOVE WS-TM-SS TO WS-RPT-RN-EN-SS
		MOVE WS-RN-SECS(WS-RN-IX) TO WS-RPT-RN-SECS
		MOVE WS-RN-IN(WS-RN-IX) TO WS-RPT-RN-IN
		MOVE WS-RN-OUT(WS-RN-IX) TO WS-RPT-RN-OUT
		MOVE WS-RN-RC(WS-RN-IX) TO WS-RPT-RN-RC
		IF WS-AVG-SECS > ZERO
			AND WS-RN-SECS(WS-RN-IX) > WS-AVG-SECS * 2
			MOVE 'SLOW' TO WS-RPT-RN-NOTE
		END-IF.

	8390-WRITE-RUNID-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-RN-RUN-ID(WS-RN-IX) TO WS-RPT-RI-RUN-ID
		MOVE WS-RN-BUS-DATE(WS-RN-IX) TO WS-RPT-RI-BUS-DATE
		WRITE REPORT-RECORD FROM WS-RPT-RUNID-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8400-WRITE-RC-SECTION.
		MOVE '*** NON-ZERO RETURN CODES ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		PERFORM VARYING WS-RN-IX FROM 1 BY 1
			UNTIL WS-RN-IX > WS-RN-COUNT
			EVALUATE TRUE
			WHEN WS-RN-STATE(WS-RN-IX) = 'S'
				PERFORM 8420-WRITE-NO-END-LINE
			WHEN WS-RN-STATE(WS-RN-IX) = 'E'
				AND WS-RN-RC(WS-RN-IX) > ZERO
				PERFORM 8450-WRITE-RC-LINE
			END-EVALUATE
		END-PERFORM.

	8410-FORMAT-RC-TIME.
		MOVE WS-RN-PROGRAM(WS-RN-IX) TO WS-RPT-RC-PROGRAM
		MOVE WS-RN-START(WS-RN-IX) TO WS-TIME-NUM
		MOVE WS-TM-HH TO WS-RPT-RN-ST-HH
		MOVE WS-TM-MM TO WS-RPT-RN-ST-MM
		MOVE WS-TM-SS TO WS-RPT-RN-ST-SS
		MOVE WS-RPT-RN-START TO WS-RPT-RC-TIME.

	8420-WRITE-NO-END-LINE.
		PERFORM 8250-CHECK-PAGE
		PERFORM 8410-FORMAT-RC-TIME
		MOVE ZERO TO WS-RPT-RC-CODE
		MOVE 'STARTED, NO END RECORD - ABENDED OR CANCELLED'
			TO WS-RPT-RC-TEXT
		WRITE REPORT-RECORD FROM WS-RPT-RC-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		ADD 1 TO WS-NO-END-COUNT.

	8450-WRITE-RC-LINE.
		PERFORM 8250-CHECK-PAGE
		PERFORM 8410-FORMAT-RC-TIME
		MOVE WS-RN-RC(WS-RN-IX) TO WS-RPT-RC-CODE
		PERFORM 8460-FIND-MEANING
		WRITE REPORT-RECORD FROM WS-RPT-RC-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		ADD 1 TO WS-NONZERO-COUNT.

	8460-FIND-MEANING.
		MOVE 'UNEXPECTED RETURN CODE - SEE STEP SYSOUT'
			TO WS-RPT-RC-TEXT
		MOVE 'N' TO WS-FOUND-SW
		PERFORM VARYING WS-MN-IX FROM 1 BY 1
			UNTIL WS-MN-IX > WS-MN-COUNT
			OR WS-FOUND
			IF WS-MN-PROGRAM(WS-MN-IX)
				= WS-RN-PROGRAM(WS-RN-IX)
				AND WS-MN-RC(WS-MN-IX)
				= WS-RN-RC(WS-RN-IX)
				SET WS-FOUND TO TRUE
				MOVE WS-MN-TEXT(WS-MN-IX)
					TO WS-RPT-RC-TEXT
			END-IF
		END-PERFORM
		PERFORM VARYING WS-MN-IX FROM 1 BY 1
			UNTIL WS-MN-IX > WS-MN-COUNT
			OR WS-FOUND
			IF WS-MN-PROGRAM(WS-MN-IX) = SPACES
				AND WS-MN-RC(WS-MN-IX)
				= WS-RN-RC(WS-RN-IX)
				SET WS-FOUND TO TRUE
				MOVE WS-MN-TEXT(WS-MN-IX)
					TO WS-RPT-RC-TEXT
			END-IF
		END-PERFORM.

	8500-WRITE-MISSING-SECTION.
		MOVE '*** EXPECTED STEPS NOT RUN ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		PERFORM VARYING WS-EX-IX FROM 1 BY 1
			UNTIL WS-EX-IX > WS-EX-COUNT
			IF WS-EX-DUE(WS-EX-IX) = 'Y'
				AND WS-EX-RAN(WS-EX-IX) = 'N'
				PERFORM 8550-WRITE-MISSING-LINE
			END-IF
		END-PERFORM.

	8550-WRITE-MISSING-LINE.
		PERFORM 8250-CHECK-PAGE
		MOVE WS-EX-PROGRAM(WS-EX-IX) TO WS-RPT-MS-PROGRAM
		MOVE WS-EX-JOB(WS-EX-IX) TO WS-RPT-MS-JOB
		MOVE WS-EX-JOB(WS-EX-IX) TO WS-HOLD-JOB
		PERFORM 8560-FIND-JOB-RC
		MOVE SPACES TO WS-RPT-MS-TEXT
		EVALUATE TRUE
		WHEN WS-MAX-JOB-RC NOT < 8
			STRING 'BYPASSED - ' WS-MAX-JOB-PROGRAM
				' ENDED RC=' WS-MAX-JOB-RC
				' AND HELD THE JOB'
				DELIMITED BY SIZE INTO WS-RPT-MS-TEXT
			END-STRING
		WHEN WS-FOUND
			MOVE 'NOT RUN - OTHER STEPS OF THE JOB RAN'
				TO WS-RPT-MS-TEXT
		WHEN OTHER
			MOVE 'NOT RUN - NO STEP OF THE JOB RAN'
				TO WS-RPT-MS-TEXT
		END-EVALUATE
		WRITE REPORT-RECORD FROM WS-RPT-MISS-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		ADD 1 TO WS-NOT-RUN-COUNT.

	8560-FIND-JOB-RC.
		MOVE ZERO TO WS-MAX-JOB-RC
		MOVE SPACES TO WS-MAX-JOB-PROGRAM
		MOVE 'N' TO WS-FOUND-SW
		PERFORM VARYING WS-RN-IX FROM 1 BY 1
			UNTIL WS-RN-IX > WS-RN-COUNT
			IF WS-RN-STATE(WS-RN-IX) NOT = 'X'
				PERFORM 8570-CHECK-JOB-RUN
			END-IF
		END-PERFORM.

	8570-CHECK-JOB-RUN.
		PERFORM VARYING WS-EX-KX FROM 1 BY 1
			UNTIL WS-EX-KX > WS-EX-COUNT
			IF WS-EX-PROGRAM(WS-EX-KX)
				= WS-RN-PROGRAM(WS-RN-IX)
				AND WS-EX-JOB(WS-EX-KX) = WS-HOLD-JOB
				SET WS-FOUND TO TRUE
				PERFORM 8580-KEEP-HIGHEST-RC
			END-IF
		END-PERFORM.

	8580-KEEP-HIGHEST-RC.
		IF WS-RN-STATE(WS-RN-IX) = 'E'
			AND WS-RN-RC(WS-RN-IX) > WS-MAX-JOB-RC
			MOVE WS-RN-RC(WS-RN-IX) TO WS-MAX-JOB-RC
			MOVE WS-RN-PROGRAM(WS-RN-IX)
				TO WS-MAX-JOB-PROGRAM
		END-IF.

	8600-WRITE-SIGNOFF.
		MOVE '*** WINDOW TOTALS ***' TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		MOVE WS-DUE-COUNT TO WS-RPT-CT-DUE
		MOVE WS-RAN-COUNT TO WS-RPT-CT-RAN
		MOVE WS-NOT-RUN-COUNT TO WS-RPT-CT-MISS
		MOVE WS-NONZERO-COUNT TO WS-RPT-CT-RC
		MOVE WS-NO-END-COUNT TO WS-RPT-CT-NOEND
		PERFORM 8250-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-COUNT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		MOVE SPACES TO WS-RPT-SECTION-TEXT
		PERFORM 8200-WRITE-SECTION-HEADER
		WRITE REPORT-RECORD FROM WS-RPT-SIGNOFF-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	9000-PRINT-SUMMARY.
		DISPLAY '===== STEPRPT RUN SUMMARY ====='
		DISPLAY 'BUSINESS DATE      : ' WS-TARGET-DATE
		DISPLAY 'LOG RECORDS READ   : ' WS-LOG-READ-COUNT
		DISPLAY 'EXPECTED CARDS READ: ' WS-EXP-READ-COUNT
		DISPLAY 'STEPS EXPECTED     : ' WS-DUE-COUNT
		DISPLAY 'EXPECTED STEPS RAN : ' WS-RAN-COUNT
		DISPLAY 'UNSCHEDULED RUNS   : ' WS-UNSCHED-COUNT
		DISPLAY 'EXPECTED NOT RUN   : ' WS-NOT-RUN-COUNT
		DISPLAY 'NON-ZERO RC        : ' WS-NONZERO-COUNT
		DISPLAY 'NO END RECORD      : ' WS-NO-END-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-LOG-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-RN-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
