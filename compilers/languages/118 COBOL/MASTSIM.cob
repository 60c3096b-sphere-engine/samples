	IDENTIFICATION DIVISION.
	PROGRAM-ID. MASTSIM.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MAINT-FILE ASSIGN TO SIMIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-MAINT-FILE-STATUS.

		SELECT MASTER-FILE ASSIGN TO MASTFILE
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MT-CODE
			FILE STATUS IS WS-MAST-FILE-STATUS.

		SELECT CODE-USAGE-FILE ASSIGN TO CODEHIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CODEH-FILE-STATUS.

		SELECT FEED-FILE ASSIGN TO SIMFEED
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEED-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO SIMRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  MAINT-FILE
		RECORDING MODE IS F.
	01  MAINT-RECORD.
		05  MNT-ACTION               PIC X.
		05  MNT-CODE                 PIC X(4).
		05  MNT-DESCRIPTION          PIC X(30).
		05  MNT-ACTIVE-FLAG          PIC X.
		05  MNT-EFFECTIVE-DATE       PIC X(8).
		05  MNT-EXPIRY-DATE          PIC X(8).
		05  MNT-REQUESTER-ID         PIC X(8).
		05  MNT-APPROVER-ID          PIC X(8).
		05  FILLER                   PIC X(12).

	FD  MASTER-FILE
		RECORDING MODE IS F.
	COPY MASTREC.

	FD  CODE-USAGE-FILE
		RECORDING MODE IS F.
	COPY CODEUREC.

	FD  FEED-FILE
		RECORDING MODE IS F.
	COPY TRANREC.

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-MAINT-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-MAST-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-CODEH-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-FEED-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-PARM-MODE             PIC X(8) VALUE SPACES.
	77 WS-PARM-DAYS             PIC X(8) VALUE SPACES.
	77 WS-PARM-ASOF             PIC X(8) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-REPLAY-DAYS           PIC 9(3) VALUE 7.
	77 WS-WORK-DAYS             PIC 9(7) VALUE ZERO.
	77 WS-FROM-INT              PIC 9(7) VALUE ZERO.
	77 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
	77 WS-ASOF-DATE             PIC 9(8) VALUE ZERO.
	77 WS-LOOKUP-DATE           PIC 9(8) VALUE ZERO.
	77 WS-REC-DATE              PIC 9(8) VALUE ZERO.
	77 WS-REC-SOURCE            PIC X(8) VALUE SPACES.
	77 WS-REC-CODE              PIC X(4) VALUE SPACES.
	77 WS-REC-WEIGHT            PIC 9(9) VALUE ZERO.
	77 WS-VDATE-INT             PIC 9(7) VALUE ZERO.
	77 WS-FIND-CODE             PIC X(4) VALUE SPACES.
	77 WS-REJECT-REASON         PIC X(25) VALUE SPACES.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-MT-TABLE-MAX          PIC 9(5) VALUE 5000.
	77 WS-MT-LOAD-COUNT         PIC 9(5) VALUE ZERO.
	77 WS-MT-IX                 PIC 9(5) VALUE ZERO.
	77 WS-MT-KX                 PIC 9(5) VALUE ZERO.
	77 WS-MT-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-MT-SHIFT-DONE            VALUE 'Y'.
	77 WS-CD-TABLE-MAX          PIC 9(3) VALUE 500.
	77 WS-CD-COUNT              PIC 9(3) VALUE ZERO.
	77 WS-CD-IX                 PIC 9(3) VALUE ZERO.
	77 WS-CD-OVFL-SW            PIC X VALUE 'N'.
		88 WS-CD-OVERFLOWED            VALUE 'Y'.
	77 WS-FIRST-CARD-IX         PIC 9(3) VALUE ZERO.
	77 WS-LAST-CARD-IX          PIC 9(3) VALUE ZERO.
	77 WS-FL-TABLE-MAX          PIC 9(4) VALUE 2000.
	77 WS-FL-COUNT              PIC 9(4) VALUE ZERO.
	77 WS-FL-IX                 PIC 9(4) VALUE ZERO.
	77 WS-FL-KX                 PIC 9(4) VALUE ZERO.
	77 WS-FL-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-FL-SHIFT-DONE            VALUE 'Y'.
	77 WS-FL-OVFL-SW            PIC X VALUE 'N'.
		88 WS-FL-OVERFLOWED            VALUE 'Y'.
	77 WS-CARD-FLIP-SW          PIC X VALUE 'N'.
		88 WS-CARD-HAS-FLIPS           VALUE 'Y'.
	77 WS-MODE-SW               PIC X VALUE 'U'.
		88 WS-REPLAY-USAGE             VALUE 'U'.
		88 WS-REPLAY-FEED              VALUE 'F'.
	77 WS-SEG-SW                PIC X VALUE 'N'.
		88 WS-IN-SEGMENT               VALUE 'Y'.
		88 WS-NO-SEGMENT               VALUE 'N'.
	77 WS-SEG-WINDOW-SW         PIC X VALUE 'N'.
		88 WS-SEG-IN-WINDOW            VALUE 'Y'.
		88 WS-SEG-OUT-WINDOW           VALUE 'N'.
	77 WS-REPLAY-SW             PIC X VALUE 'N'.
		88 WS-REPLAY-RECORD            VALUE 'Y'.
		88 WS-SKIP-RECORD              VALUE 'N'.
	77 WS-USABLE-SW             PIC X VALUE 'N'.
		88 WS-CODE-USABLE              VALUE 'Y'.
		88 WS-CODE-UNUSABLE            VALUE 'N'.
	77 WS-BEFORE-RESULT         PIC X VALUE SPACE.
	77 WS-AFTER-RESULT          PIC X VALUE SPACE.
	77 WS-MAST-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-CARD-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-CARD-APPLIED-COUNT    PIC 9(9) VALUE ZERO.
	77 WS-CARD-REJECT-COUNT     PIC 9(9) VALUE ZERO.
	77 WS-CARD-SKIP-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-INPUT-READ-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-SEGMENT-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-OUT-WINDOW-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-NOT-REPLAYED-COUNT    PIC 9(9) VALUE ZERO.
	77 WS-REPLAY-COUNT          PIC 9(11) VALUE ZERO.
	77 WS-TO-EXCP-COUNT         PIC 9(11) VALUE ZERO.
	77 WS-TO-POST-COUNT         PIC 9(11) VALUE ZERO.
	77 WS-NET-TO-EXCP-COUNT     PIC 9(11) VALUE ZERO.
	77 WS-NET-TO-POST-COUNT     PIC 9(11) VALUE ZERO.

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

	01 WS-VDATE                  PIC 9(8) VALUE ZERO.
	01 WS-VDATE-PARTS REDEFINES WS-VDATE.
		05 WS-VDATE-YYYY        PIC 9(4).
		05 WS-VDATE-MM          PIC 9(2).
		05 WS-VDATE-DD          PIC 9(2).

	01 WS-TEST-IMAGE.
		05 WS-TEST-FOUND        PIC X.
		05 WS-TEST-FLAG         PIC X.
		05 WS-TEST-EFF          PIC 9(8).
		05 WS-TEST-EXP          PIC 9(8).

	01 WS-WORK-MASTER.
		05 WS-WM-DESC           PIC X(30).
		05 WS-WM-FLAG           PIC X.
		05 WS-WM-EFF            PIC 9(8).
		05 WS-WM-EXP            PIC 9(8).

	01 WS-FLIP-KEY.
		05 WS-FK-CARD           PIC 9(3).
		05 WS-FK-SOURCE         PIC X(8).
		05 WS-FK-DATE           PIC 9(8).

	01 WS-FLIP-DIR               PIC X VALUE SPACE.
		88 WS-FLIP-TO-EXCP             VALUE 'E'.
		88 WS-FLIP-TO-POST             VALUE 'P'.

	01 WS-MASTER-TABLE.
		05 WS-MT-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-MT-LOAD-COUNT
			ASCENDING KEY IS WS-MT-TAB-CODE
			INDEXED BY WS-MT-SX.
			10 WS-MT-TAB-CODE    PIC X(4).
			10 WS-MT-TAB-DESC    PIC X(30).
			10 WS-MT-TAB-FLAG    PIC X.
			10 WS-MT-TAB-EFF     PIC 9(8).
			10 WS-MT-TAB-EXP     PIC 9(8).

	01 WS-CARD-TABLE.
		05 WS-CD-ENTRY OCCURS 500 TIMES.
			10 WS-CD-ACTION      PIC X.
			10 WS-CD-CODE        PIC X(4).
			10 WS-CD-STATUS      PIC X.
				88 WS-CD-APPLIED       VALUE 'A'.
				88 WS-CD-REJECTED      VALUE 'R'.
			10 WS-CD-REASON      PIC X(25).
			10 WS-CD-REQUESTER   PIC X(8).
			10 WS-CD-APPROVER    PIC X(8).
			10 WS-CD-BEF-FOUND   PIC X.
			10 WS-CD-BEF-DESC    PIC X(30).
			10 WS-CD-BEF-FLAG    PIC X.
			10 WS-CD-BEF-EFF     PIC 9(8).
			10 WS-CD-BEF-EXP     PIC 9(8).
			10 WS-CD-AFT-DESC    PIC X(30).
			10 WS-CD-AFT-FLAG    PIC X.
			10 WS-CD-AFT-EFF     PIC 9(8).
			10 WS-CD-AFT-EXP     PIC 9(8).
			10 WS-CD-TO-EXCP     PIC 9(11).
			10 WS-CD-TO-POST     PIC 9(11).

	01 WS-FLIP-TABLE.
		05 WS-FL-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-FL-COUNT
			ASCENDING KEY IS WS-FL-KEY
			INDEXED BY WS-FL-SX.
			10 WS-FL-KEY         PIC X(19).
			10 WS-FL-TO-EXCP     PIC 9(11).
			10 WS-FL-TO-POST     PIC 9(11).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'MASTSIM MAINTENANCE IMPACT'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(30) VALUE SPACES.

	01 WS-RPT-WINDOW-LINE.
		05 FILLER               PIC X(7) VALUE 'REPLAY '.
		05 WS-RPT-WIN-MODE      PIC X(5).
		05 FILLER               PIC X(11) VALUE ' FOR DATES '.
		05 WS-RPT-WIN-FROM      PIC 9(8).
		05 FILLER               PIC X(4) VALUE ' TO '.
		05 WS-RPT-WIN-TO        PIC 9(8).
		05 FILLER               PIC X(15)
			VALUE ' LOOKUP DATE = '.
		05 WS-RPT-WIN-ASOF      PIC X(8).
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-CARD-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 FILLER               PIC X(5) VALUE 'CARD '.
		05 WS-RPT-CD-SEQ        PIC ZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-ACTION     PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-CODE       PIC X(4).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-CD-DISP       PIC X(10).
		05 WS-RPT-CD-REASON     PIC X(25).
		05 WS-RPT-CD-REQUESTER  PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-CD-APPROVER   PIC X(8).
		05 FILLER               PIC X(7) VALUE SPACES.

	01 WS-RPT-IMAGE-LINE.
		05 FILLER               PIC X(7) VALUE SPACES.
		05 WS-RPT-IMG-LABEL     PIC X(8).
		05 WS-RPT-IMG-FLAG      PIC X.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-IMG-DESC      PIC X(30).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-EFF       PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-IMG-EXP       PIC X(8).
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-FLIP-HDR.
		05 FILLER               PIC X(8) VALUE SPACES.
		05 FILLER               PIC X(10) VALUE 'SOURCE'.
		05 FILLER               PIC X(10) VALUE 'BUS DATE'.
		05 FILLER               PIC X(15) VALUE 'POSTED>EXCP'.
		05 FILLER               PIC X(11) VALUE 'EXCP>POSTED'.
		05 FILLER               PIC X(26) VALUE SPACES.

	01 WS-RPT-FLIP-LINE.
		05 FILLER               PIC X(8) VALUE SPACES.
		05 WS-RPT-FLP-SOURCE    PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-FLP-DATE      PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-FLP-TO-EXCP   PIC Z(10)9.
		05 FILLER               PIC X(4) VALUE SPACES.
		05 WS-RPT-FLP-TO-POST   PIC Z(10)9.
		05 FILLER               PIC X(26) VALUE SPACES.

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(60).
		05 FILLER               PIC X(20) VALUE SPACES.

	01 WS-RPT-TOTAL-LINE.
		05 WS-RPT-TOT-TEXT      PIC X(22).
		05 WS-RPT-TOT-COUNT     PIC Z(10)9.
		05 FILLER               PIC X(47) VALUE SPACES.

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
			PERFORM 1100-LOAD-MASTER
		END-IF
		IF WS-BATCH-OK
			PERFORM 1300-LOAD-CARDS
			IF WS-REPLAY-FEED
				PERFORM 2000-REPLAY-FEEDS
			ELSE
				PERFORM 2500-REPLAY-USAGE
			END-IF
			PERFORM 8000-WRITE-REPORT
			PERFORM 8900-WRITE-TOTALS
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		WHEN WS-CARD-REJECT-COUNT > ZERO
			OR WS-TO-EXCP-COUNT > ZERO
			OR WS-CD-OVERFLOWED
			OR WS-FL-OVERFLOWED
			MOVE 4 TO RETURN-CODE
		END-EVALUATE
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'MASTSIM' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			UNSTRING WS-PARM-LINE DELIMITED BY ','
				INTO WS-PARM-MODE WS-PARM-DAYS
					WS-PARM-ASOF
			END-UNSTRING
		END-IF
		EVALUATE WS-PARM-MODE
		WHEN SPACES
		WHEN 'USAGE'
			SET WS-REPLAY-USAGE TO TRUE
		WHEN 'FEED'
			SET WS-REPLAY-FEED TO TRUE
		WHEN OTHER
			DISPLAY 'INVALID PARM MODE: ' WS-PARM-MODE
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		IF WS-PARM-DAYS NOT = SPACES
			IF FUNCTION TEST-NUMVAL(WS-PARM-DAYS) = ZERO
				COMPUTE WS-WORK-DAYS =
					FUNCTION NUMVAL(WS-PARM-DAYS)
			ELSE
				MOVE ZERO TO WS-WORK-DAYS
			END-IF
			IF WS-WORK-DAYS > ZERO AND WS-WORK-DAYS < 1000
				MOVE WS-WORK-DAYS TO WS-REPLAY-DAYS
			ELSE
				DISPLAY 'INVALID PARM DAYS: '
					WS-PARM-DAYS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		IF WS-PARM-ASOF NOT = SPACES
			IF WS-PARM-ASOF IS NUMERIC
				MOVE WS-PARM-ASOF TO WS-VDATE
				PERFORM 2260-TEST-DATE
			ELSE
				MOVE ZERO TO WS-VDATE-INT
			END-IF
			IF WS-VDATE-INT > ZERO
				MOVE WS-VDATE TO WS-ASOF-DATE
			ELSE
				DISPLAY 'INVALID PARM LOOKUP DATE: '
					WS-PARM-ASOF
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		COMPUTE WS-FROM-INT =
			FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
			- WS-REPLAY-DAYS
		COMPUTE WS-FROM-DATE =
			FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

	1000-OPEN-FILES.
		OPEN INPUT MAINT-FILE
		IF WS-MAINT-FILE-STATUS NOT = '00'
			DISPLAY 'SIMIN OPEN FAILED, STATUS='
				WS-MAINT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT MASTER-FILE
		IF WS-MAST-FILE-STATUS NOT = '00'
			DISPLAY 'MASTFILE OPEN FAILED, STATUS='
				WS-MAST-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		IF WS-REPLAY-FEED
			OPEN INPUT FEED-FILE
			IF WS-FEED-FILE-STATUS NOT = '00'
				DISPLAY 'SIMFEED OPEN FAILED, STATUS='
					WS-FEED-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		ELSE
			OPEN INPUT CODE-USAGE-FILE
			EVALUATE TRUE
			WHEN WS-CODEH-FILE-STATUS = '35'
				DISPLAY 'NO CODE USAGE HISTORY'
			WHEN WS-CODEH-FILE-STATUS NOT = '00'
				DISPLAY 'CODEHIN OPEN FAILED, STATUS='
					WS-CODEH-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-EVALUATE
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'SIMRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		ELSE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	1900-CLOSE-FILES.
		IF WS-MAINT-FILE-STATUS = '00' OR '10'
			CLOSE MAINT-FILE
		END-IF
		IF WS-MAST-FILE-STATUS = '00' OR '10'
			CLOSE MASTER-FILE
		END-IF
		IF WS-REPLAY-FEED
			AND (WS-FEED-FILE-STATUS = '00' OR '10')
			CLOSE FEED-FILE
		END-IF
		IF WS-REPLAY-USAGE
			AND (WS-CODEH-FILE-STATUS = '00' OR '10')
			CLOSE CODE-USAGE-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-MASTER.
		READ MASTER-FILE NEXT
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			OR WS-BATCH-FAILED
			ADD 1 TO WS-MAST-READ-COUNT
			PERFORM 1150-STORE-MASTER
			READ MASTER-FILE NEXT
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1150-STORE-MASTER.
		IF WS-MT-LOAD-COUNT < WS-MT-TABLE-MAX
			ADD 1 TO WS-MT-LOAD-COUNT
			MOVE MT-CODE TO WS-MT-TAB-CODE(WS-MT-LOAD-COUNT)
			MOVE MT-DESCRIPTION
				TO WS-MT-TAB-DESC(WS-MT-LOAD-COUNT)
			MOVE MT-ACTIVE-FLAG
				TO WS-MT-TAB-FLAG(WS-MT-LOAD-COUNT)
			MOVE MT-EFFECTIVE-DATE
				TO WS-MT-TAB-EFF(WS-MT-LOAD-COUNT)
			MOVE MT-EXPIRY-DATE
				TO WS-MT-TAB-EXP(WS-MT-LOAD-COUNT)
		ELSE
			DISPLAY 'MASTER EXCEEDS TABLE - CANNOT '
				'SIMULATE'
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1300-LOAD-CARDS.
		READ MAINT-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-CARD-READ-COUNT
			IF WS-CD-COUNT < WS-CD-TABLE-MAX
				PERFORM 1400-APPLY-CARD
			ELSE
				SET WS-CD-OVERFLOWED TO TRUE
				ADD 1 TO WS-CARD-SKIP-COUNT
			END-IF
			READ MAINT-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1400-APPLY-CARD.
		ADD 1 TO WS-CD-COUNT
		MOVE WS-CD-COUNT TO WS-CD-IX
		MOVE MNT-ACTION TO WS-CD-ACTION(WS-CD-IX)
		MOVE MNT-CODE TO WS-CD-CODE(WS-CD-IX)
		MOVE MNT-REQUESTER-ID TO WS-CD-REQUESTER(WS-CD-IX)
		MOVE MNT-APPROVER-ID TO WS-CD-APPROVER(WS-CD-IX)
		MOVE SPACES TO WS-CD-REASON(WS-CD-IX)
		MOVE ZERO TO WS-CD-TO-EXCP(WS-CD-IX)
		MOVE ZERO TO WS-CD-TO-POST(WS-CD-IX)
		MOVE MNT-CODE TO WS-FIND-CODE
		PERFORM 1450-FIND-CODE
		IF WS-MT-IX = ZERO
			MOVE 'N' TO WS-CD-BEF-FOUND(WS-CD-IX)
			MOVE '(NEW)' TO WS-CD-BEF-DESC(WS-CD-IX)
			MOVE SPACE TO WS-CD-BEF-FLAG(WS-CD-IX)
			MOVE ZERO TO WS-CD-BEF-EFF(WS-CD-IX)
			MOVE ZERO TO WS-CD-BEF-EXP(WS-CD-IX)
		ELSE
			MOVE 'Y' TO WS-CD-BEF-FOUND(WS-CD-IX)
			MOVE WS-MT-TAB-DESC(WS-MT-IX)
				TO WS-CD-BEF-DESC(WS-CD-IX)
			MOVE WS-MT-TAB-FLAG(WS-MT-IX)
				TO WS-CD-BEF-FLAG(WS-CD-IX)
			MOVE WS-MT-TAB-EFF(WS-MT-IX)
				TO WS-CD-BEF-EFF(WS-CD-IX)
			MOVE WS-MT-TAB-EXP(WS-MT-IX)
				TO WS-CD-BEF-EXP(WS-CD-IX)
		END-IF
		PERFORM 1500-VALIDATE-MAINT
		IF WS-MAINT-VALID
			EVALUATE MNT-ACTION
			WHEN 'A'
				PERFORM 1600-SIM-ADD
			WHEN 'C'
				PERFORM 1700-SIM-CHANGE
			WHEN 'D'
				PERFORM 1800-SIM-DEACT
			END-EVALUATE
		ELSE
			PERFORM 1860-REJECT-CARD
		END-IF.

	1450-FIND-CODE.
		MOVE ZERO TO WS-MT-IX
		IF WS-MT-LOAD-COUNT > ZERO
			SEARCH ALL WS-MT-ENTRY
				AT END
				CONTINUE
				WHEN WS-MT-TAB-CODE(WS-MT-SX)
					= WS-FIND-CODE
				SET WS-MT-IX TO WS-MT-SX
			END-SEARCH
		END-IF.

	1500-VALIDATE-MAINT.
		SET WS-MAINT-VALID TO TRUE
		MOVE SPACES TO WS-REJECT-REASON
		IF MNT-ACTION NOT = 'A' AND 'C' AND 'D'
			SET WS-MAINT-INVALID TO TRUE
			MOVE 'INVALID ACTION'
				TO WS-REJECT-REASON
		ELSE
			IF MNT-CODE IS NOT NUMERIC
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'CODE NOT NUMERIC'
					TO WS-REJECT-REASON
			END-IF
		END-IF
		IF WS-MAINT-VALID
			IF MNT-ACTION = 'A'
				AND MNT-DESCRIPTION = SPACES
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'DESCRIPTION MISSING'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-ACTION NOT = 'D'
				AND MNT-ACTIVE-FLAG NOT = 'Y'
				AND 'N' AND SPACE
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID ACTIVE FLAG'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-EFFECTIVE-DATE NOT = SPACES
				AND MNT-EFFECTIVE-DATE IS NOT NUMERIC
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID EFFECTIVE DATE'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-EXPIRY-DATE NOT = SPACES
				AND MNT-EXPIRY-DATE IS NOT NUMERIC
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'INVALID EXPIRY DATE'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-EFFECTIVE-DATE IS NUMERIC
				AND MNT-EXPIRY-DATE IS NUMERIC
				AND MNT-EXPIRY-DATE NOT = '00000000'
				AND MNT-EXPIRY-DATE
				< MNT-EFFECTIVE-DATE
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'EXPIRY BEFORE EFFECTIVE'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-REQUESTER-ID = SPACES
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'REQUESTER ID MISSING'
					TO WS-REJECT-REASON
			END-IF
		END-IF.

	1600-SIM-ADD.
		EVALUATE TRUE
		WHEN WS-MT-IX > ZERO
			MOVE 'CODE ALREADY ON MASTER'
				TO WS-REJECT-REASON
			PERFORM 1860-REJECT-CARD
		WHEN WS-MT-LOAD-COUNT NOT < WS-MT-TABLE-MAX
			MOVE 'MASTER TABLE FULL'
				TO WS-REJECT-REASON
			PERFORM 1860-REJECT-CARD
		WHEN OTHER
			MOVE MNT-DESCRIPTION TO WS-WM-DESC
			IF MNT-ACTIVE-FLAG = SPACE
				MOVE 'Y' TO WS-WM-FLAG
			ELSE
				MOVE MNT-ACTIVE-FLAG TO WS-WM-FLAG
			END-IF
			IF MNT-EFFECTIVE-DATE = SPACES
				MOVE ZERO TO WS-WM-EFF
			ELSE
				MOVE MNT-EFFECTIVE-DATE TO WS-WM-EFF
			END-IF
			IF MNT-EXPIRY-DATE = SPACES
				MOVE ZERO TO WS-WM-EXP
			ELSE
				MOVE MNT-EXPIRY-DATE TO WS-WM-EXP
			END-IF
			PERFORM 1650-INSERT-CODE
			PERFORM 1850-ACCEPT-CARD
		END-EVALUATE.

	1650-INSERT-CODE.
		ADD 1 TO WS-MT-LOAD-COUNT
		MOVE WS-MT-LOAD-COUNT TO WS-MT-IX
		MOVE 'N' TO WS-MT-SHIFT-SW
		PERFORM UNTIL WS-MT-IX = 1
			OR WS-MT-SHIFT-DONE
			SUBTRACT 1 FROM WS-MT-IX
				GIVING WS-MT-KX
			IF WS-MT-TAB-CODE(WS-MT-KX) > MNT-CODE
				MOVE WS-MT-ENTRY(WS-MT-KX)
					TO WS-MT-ENTRY(WS-MT-IX)
				MOVE WS-MT-KX TO WS-MT-IX
			ELSE
				SET WS-MT-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE MNT-CODE TO WS-MT-TAB-CODE(WS-MT-IX)
		PERFORM 1750-STORE-WORK-MASTER.

	1700-SIM-CHANGE.
		IF WS-MT-IX = ZERO
			MOVE 'CODE NOT ON MASTER'
				TO WS-REJECT-REASON
			PERFORM 1860-REJECT-CARD
		ELSE
			MOVE WS-MT-TAB-DESC(WS-MT-IX) TO WS-WM-DESC
			MOVE WS-MT-TAB-FLAG(WS-MT-IX) TO WS-WM-FLAG
			MOVE WS-MT-TAB-EFF(WS-MT-IX) TO WS-WM-EFF
			MOVE WS-MT-TAB-EXP(WS-MT-IX) TO WS-WM-EXP
			IF MNT-DESCRIPTION NOT = SPACES
				MOVE MNT-DESCRIPTION TO WS-WM-DESC
			END-IF
			IF MNT-ACTIVE-FLAG NOT = SPACE
				MOVE MNT-ACTIVE-FLAG TO WS-WM-FLAG
			END-IF
			IF MNT-EFFECTIVE-DATE NOT = SPACES
				MOVE MNT-EFFECTIVE-DATE TO WS-WM-EFF
			END-IF
			IF MNT-EXPIRY-DATE NOT = SPACES
				MOVE MNT-EXPIRY-DATE TO WS-WM-EXP
			END-IF
			IF WS-WM-EFF IS NUMERIC
				AND WS-WM-EXP IS NUMERIC
				AND WS-WM-EXP > ZERO
				AND WS-WM-EXP < WS-WM-EFF
				MOVE 'EXPIRY BEFORE EFFECTIVE'
					TO WS-REJECT-REASON
				PERFORM 1860-REJECT-CARD
			ELSE
				PERFORM 1750-STORE-WORK-MASTER
				PERFORM 1850-ACCEPT-CARD
			END-IF
		END-IF.

	1750-STORE-WORK-MASTER.
		MOVE WS-WM-DESC TO WS-MT-TAB-DESC(WS-MT-IX)
		MOVE WS-WM-FLAG TO WS-MT-TAB-FLAG(WS-MT-IX)
		MOVE WS-WM-EFF TO WS-MT-TAB-EFF(WS-MT-IX)
		MOVE WS-WM-EXP TO WS-MT-TAB-EXP(WS-MT-IX).

	1800-SIM-DEACT.
		EVALUATE TRUE
		WHEN WS-MT-IX = ZERO
			MOVE 'CODE NOT ON MASTER'
				TO WS-REJECT-REASON
			PERFORM 1860-REJECT-CARD
		WHEN WS-MT-TAB-FLAG(WS-MT-IX) = 'N'
			MOVE 'CODE ALREADY INACTIVE'
				TO WS-REJECT-REASON
			PERFORM 1860-REJECT-CARD
		WHEN OTHER
			MOVE 'N' TO WS-MT-TAB-FLAG(WS-MT-IX)
			PERFORM 1850-ACCEPT-CARD
		END-EVALUATE.

	1850-ACCEPT-CARD.
		SET WS-CD-APPLIED(WS-CD-IX) TO TRUE
		ADD 1 TO WS-CARD-APPLIED-COUNT
		MOVE WS-MT-TAB-DESC(WS-MT-IX)
			TO WS-CD-AFT-DESC(WS-CD-IX)
		MOVE WS-MT-TAB-FLAG(WS-MT-IX)
			TO WS-CD-AFT-FLAG(WS-CD-IX)
		MOVE WS-MT-TAB-EFF(WS-MT-IX)
			TO WS-CD-AFT-EFF(WS-CD-IX)
		MOVE WS-MT-TAB-EXP(WS-MT-IX) TO WS-CD-AFT-EXP(WS-CD-IX).

	1860-REJECT-CARD.
		SET WS-CD-REJECTED(WS-CD-IX) TO TRUE
		ADD 1 TO WS-CARD-REJECT-COUNT
		MOVE WS-REJECT-REASON TO WS-CD-REASON(WS-CD-IX).

	2000-REPLAY-FEEDS.
		READ FEED-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-INPUT-READ-COUNT
			PERFORM 2100-FEED-RECORD
			READ FEED-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	2100-FEED-RECORD.
		EVALUATE TRUE
		WHEN TH-HEADER
			PERFORM 2150-START-SEGMENT
		WHEN TT-TRAILER
			SET WS-NO-SEGMENT TO TRUE
		WHEN WS-NO-SEGMENT
			ADD 1 TO WS-NOT-REPLAYED-COUNT
		WHEN WS-SEG-OUT-WINDOW
			ADD 1 TO WS-OUT-WINDOW-COUNT
		WHEN OTHER
			PERFORM 2200-FEED-DETAIL
		END-EVALUATE.

	2150-START-SEGMENT.
		SET WS-IN-SEGMENT TO TRUE
		MOVE TH-SOURCE-SYSTEM TO WS-REC-SOURCE
		IF TH-FEED-DATE IS NUMERIC
			AND TH-FEED-DATE NOT < WS-FROM-DATE
			AND TH-FEED-DATE NOT > WS-RUN-DATE
			SET WS-SEG-IN-WINDOW TO TRUE
			MOVE TH-FEED-DATE TO WS-REC-DATE
			ADD 1 TO WS-SEGMENT-COUNT
		ELSE
			SET WS-SEG-OUT-WINDOW TO TRUE
		END-IF.

	2200-FEED-DETAIL.
		SET WS-REPLAY-RECORD TO TRUE
		MOVE WS-REC-DATE TO WS-LOOKUP-DATE
		EVALUATE TRUE
		WHEN TRAN-CODE IS NOT NUMERIC
			SET WS-SKIP-RECORD TO TRUE
		WHEN TRAN-REVERSAL
			SET WS-SKIP-RECORD TO TRUE
		WHEN TRAN-VALUE-DATE = SPACES
			CONTINUE
		WHEN TRAN-VALUE-DATE IS NOT NUMERIC
			SET WS-SKIP-RECORD TO TRUE
		WHEN OTHER
			PERFORM 2250-CHECK-VALUE-DATE
		END-EVALUATE
		IF WS-REPLAY-RECORD
			IF WS-ASOF-DATE > ZERO
				MOVE WS-ASOF-DATE TO WS-LOOKUP-DATE
			END-IF
			MOVE TRAN-CODE TO WS-REC-CODE
			MOVE 1 TO WS-REC-WEIGHT
			PERFORM 3000-REPLAY-RECORD
		ELSE
			ADD 1 TO WS-NOT-REPLAYED-COUNT
		END-IF.

	2250-CHECK-VALUE-DATE.
		MOVE TRAN-VALUE-DATE TO WS-VDATE
		PERFORM 2260-TEST-DATE
		EVALUATE TRUE
		WHEN WS-VDATE-INT = ZERO
			SET WS-SKIP-RECORD TO TRUE
		WHEN WS-VDATE > WS-REC-DATE
			MOVE WS-VDATE TO WS-LOOKUP-DATE
		END-EVALUATE.

	2260-TEST-DATE.
		MOVE ZERO TO WS-VDATE-INT
		IF WS-VDATE-YYYY > 1600
			AND WS-VDATE-MM > ZERO AND WS-VDATE-MM < 13
			AND WS-VDATE-DD > ZERO AND WS-VDATE-DD < 32
			COMPUTE WS-VDATE-INT =
				FUNCTION INTEGER-OF-DATE(WS-VDATE)
		END-IF.

	2500-REPLAY-USAGE.
		IF WS-CODEH-FILE-STATUS = '00'
			MOVE 'ALL' TO WS-REC-SOURCE
			READ CODE-USAGE-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-INPUT-READ-COUNT
				PERFORM 2600-USAGE-RECORD
				READ CODE-USAGE-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	2600-USAGE-RECORD.
		EVALUATE TRUE
		WHEN CU-RUN-DATE IS NOT NUMERIC
			OR CU-COUNT IS NOT NUMERIC
			ADD 1 TO WS-NOT-REPLAYED-COUNT
		WHEN CU-RUN-DATE < WS-FROM-DATE
			OR CU-RUN-DATE > WS-RUN-DATE
			ADD 1 TO WS-OUT-WINDOW-COUNT
		WHEN OTHER
			MOVE CU-RUN-DATE TO WS-REC-DATE
			IF WS-ASOF-DATE > ZERO
				MOVE WS-ASOF-DATE TO WS-LOOKUP-DATE
			ELSE
				MOVE CU-RUN-DATE TO WS-LOOKUP-DATE
			END-IF
			MOVE CU-CODE TO WS-REC-CODE
			MOVE CU-COUNT TO WS-REC-WEIGHT
			PERFORM 3000-REPLAY-RECORD
		END-EVALUATE.

	3000-REPLAY-RECORD.
		ADD WS-REC-WEIGHT TO WS-REPLAY-COUNT
		MOVE ZERO TO WS-FIRST-CARD-IX
		MOVE ZERO TO WS-LAST-CARD-IX
		PERFORM VARYING WS-CD-IX FROM 1 BY 1
			UNTIL WS-CD-IX > WS-CD-COUNT
			IF WS-CD-APPLIED(WS-CD-IX)
				AND WS-CD-CODE(WS-CD-IX) = WS-REC-CODE
				PERFORM 3100-TEST-CARD
			END-IF
		END-PERFORM
		IF WS-FIRST-CARD-IX > ZERO
			PERFORM 3300-TEST-NET
		END-IF.

	3100-TEST-CARD.
		IF WS-FIRST-CARD-IX = ZERO
			MOVE WS-CD-IX TO WS-FIRST-CARD-IX
		END-IF
		MOVE WS-CD-IX TO WS-LAST-CARD-IX
		MOVE WS-CD-BEF-FOUND(WS-CD-IX) TO WS-TEST-FOUND
		MOVE WS-CD-BEF-FLAG(WS-CD-IX) TO WS-TEST-FLAG
		MOVE WS-CD-BEF-EFF(WS-CD-IX) TO WS-TEST-EFF
		MOVE WS-CD-BEF-EXP(WS-CD-IX) TO WS-TEST-EXP
		PERFORM 3500-TEST-USABLE
		MOVE WS-USABLE-SW TO WS-BEFORE-RESULT
		MOVE 'Y' TO WS-TEST-FOUND
		MOVE WS-CD-AFT-FLAG(WS-CD-IX) TO WS-TEST-FLAG
		MOVE WS-CD-AFT-EFF(WS-CD-IX) TO WS-TEST-EFF
		MOVE WS-CD-AFT-EXP(WS-CD-IX) TO WS-TEST-EXP
		PERFORM 3500-TEST-USABLE
		MOVE WS-USABLE-SW TO WS-AFTER-RESULT
		IF WS-BEFORE-RESULT NOT = WS-AFTER-RESULT
			IF WS-BEFORE-RESULT = 'Y'
				SET WS-FLIP-TO-EXCP TO TRUE
				ADD WS-REC-WEIGHT
					TO WS-CD-TO-EXCP(WS-CD-IX)
				ADD WS-REC-WEIGHT TO WS-TO-EXCP-COUNT
			ELSE
				SET WS-FLIP-TO-POST TO TRUE
				ADD WS-REC-WEIGHT
					TO WS-CD-TO-POST(WS-CD-IX)
				ADD WS-REC-WEIGHT TO WS-TO-POST-COUNT
			END-IF
			MOVE WS-CD-IX TO WS-FK-CARD
			MOVE WS-REC-SOURCE TO WS-FK-SOURCE
			MOVE WS-REC-DATE TO WS-FK-DATE
			PERFORM 3200-TALLY-FLIP
		END-IF.

	3200-TALLY-FLIP.
		MOVE ZERO TO WS-FL-IX
		IF WS-FL-COUNT > ZERO
			SEARCH ALL WS-FL-ENTRY
				AT END
				CONTINUE
				WHEN WS-FL-KEY(WS-FL-SX) = WS-FLIP-KEY
				SET WS-FL-IX TO WS-FL-SX
			END-SEARCH
		END-IF
		IF WS-FL-IX = ZERO
			IF WS-FL-COUNT < WS-FL-TABLE-MAX
				PERFORM 3250-INSERT-FLIP
			ELSE
				SET WS-FL-OVERFLOWED TO TRUE
			END-IF
		END-IF
		IF WS-FL-IX > ZERO
			IF WS-FLIP-TO-EXCP
				ADD WS-REC-WEIGHT
					TO WS-FL-TO-EXCP(WS-FL-IX)
			ELSE
				ADD WS-REC-WEIGHT
					TO WS-FL-TO-POST(WS-FL-IX)
			END-IF
		END-IF.

	3250-INSERT-FLIP.
		ADD 1 TO WS-FL-COUNT
		MOVE WS-FL-COUNT TO WS-FL-IX
		MOVE 'N' TO WS-FL-SHIFT-SW
		PERFORM UNTIL WS-FL-IX = 1
			OR WS-FL-SHIFT-DONE
			SUBTRACT 1 FROM WS-FL-IX
				GIVING WS-FL-KX
			IF WS-FL-KEY(WS-FL-KX) > WS-FLIP-KEY
				MOVE WS-FL-ENTRY(WS-FL-KX)
					TO WS-FL-ENTRY(WS-FL-IX)
				MOVE WS-FL-KX TO WS-FL-IX
			ELSE
				SET WS-FL-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE WS-FLIP-KEY TO WS-FL-KEY(WS-FL-IX)
		MOVE ZERO TO WS-FL-TO-EXCP(WS-FL-IX)
		MOVE ZERO TO WS-FL-TO-POST(WS-FL-IX).

	3300-TEST-NET.
		MOVE WS-FIRST-CARD-IX TO WS-CD-IX
		MOVE WS-CD-BEF-FOUND(WS-CD-IX) TO WS-TEST-FOUND
		MOVE WS-CD-BEF-FLAG(WS-CD-IX) TO WS-TEST-FLAG
		MOVE WS-CD-BEF-EFF(WS-CD-IX) TO WS-TEST-EFF
		MOVE WS-CD-BEF-EXP(WS-CD-IX) TO WS-TEST-EXP
		PERFORM 3500-TEST-USABLE
		MOVE WS-USABLE-SW TO WS-BEFORE-RESULT
		MOVE WS-LAST-CARD-IX TO WS-CD-IX
		MOVE 'Y' TO WS-TEST-FOUND
		MOVE WS-CD-AFT-FLAG(WS-CD-IX) TO WS-TEST-FLAG
		MOVE WS-CD-AFT-EFF(WS-CD-IX) TO WS-TEST-EFF
		MOVE WS-CD-AFT-EXP(WS-CD-IX) TO WS-TEST-EXP
		PERFORM 3500-TEST-USABLE
		MOVE WS-USABLE-SW TO WS-AFTER-RESULT
		IF WS-BEFORE-RESULT NOT = WS-AFTER-RESULT
			IF WS-BEFORE-RESULT = 'Y'
				ADD WS-REC-WEIGHT
					TO WS-NET-TO-EXCP-COUNT
			ELSE
				ADD WS-REC-WEIGHT
					TO WS-NET-TO-POST-COUNT
			END-IF
		END-IF.

	3500-TEST-USABLE.
		SET WS-CODE-USABLE TO TRUE
		IF WS-TEST-FOUND NOT = 'Y'
			SET WS-CODE-UNUSABLE TO TRUE
		END-IF
		IF WS-TEST-FLAG NOT = 'Y'
			SET WS-CODE-UNUSABLE TO TRUE
		END-IF
		IF WS-TEST-EFF IS NUMERIC
			AND WS-TEST-EFF > ZERO
			AND WS-LOOKUP-DATE < WS-TEST-EFF
			SET WS-CODE-UNUSABLE TO TRUE
		END-IF
		IF WS-TEST-EXP IS NUMERIC
			AND WS-TEST-EXP > ZERO
			AND WS-LOOKUP-DATE > WS-TEST-EXP
			SET WS-CODE-UNUSABLE TO TRUE
		END-IF.

	8000-WRITE-REPORT.
		PERFORM 8050-WRITE-WINDOW-LINE
		PERFORM VARYING WS-CD-IX FROM 1 BY 1
			UNTIL WS-CD-IX > WS-CD-COUNT
			MOVE SPACES TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
			PERFORM 8300-WRITE-CARD
		END-PERFORM
		IF WS-CD-COUNT = ZERO
			MOVE '  NO MAINTENANCE CARDS TO SIMULATE'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		END-IF
		IF WS-CD-OVERFLOWED
			MOVE SPACES TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
			MOVE 'OVER 500 CARDS - THE REST NOT SIMULATED'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		END-IF
		IF WS-FL-OVERFLOWED
			MOVE SPACES TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
			MOVE 'FLIP TABLE FULL - DETAIL CUT SHORT'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		END-IF.

	8050-WRITE-WINDOW-LINE.
		IF WS-REPLAY-FEED
			MOVE 'FEEDS' TO WS-RPT-WIN-MODE
		ELSE
			MOVE 'USAGE' TO WS-RPT-WIN-MODE
		END-IF
		MOVE WS-FROM-DATE TO WS-RPT-WIN-FROM
		MOVE WS-RUN-DATE TO WS-RPT-WIN-TO
		IF WS-ASOF-DATE > ZERO
			MOVE WS-ASOF-DATE TO WS-RPT-WIN-ASOF
		ELSE
			MOVE 'BUS DATE' TO WS-RPT-WIN-ASOF
		END-IF
		PERFORM 8200-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-WINDOW-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8200-CHECK-PAGE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF.

	8250-WRITE-SECTION-LINE.
		PERFORM 8200-CHECK-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8300-WRITE-CARD.
		PERFORM 8200-CHECK-PAGE
		MOVE WS-CD-IX TO WS-RPT-CD-SEQ
		MOVE WS-CD-ACTION(WS-CD-IX) TO WS-RPT-CD-ACTION
		MOVE WS-CD-CODE(WS-CD-IX) TO WS-RPT-CD-CODE
		MOVE WS-CD-REASON(WS-CD-IX) TO WS-RPT-CD-REASON
		MOVE WS-CD-REQUESTER(WS-CD-IX) TO WS-RPT-CD-REQUESTER
		MOVE WS-CD-APPROVER(WS-CD-IX) TO WS-RPT-CD-APPROVER
		IF WS-CD-APPLIED(WS-CD-IX)
			MOVE 'APPLIED' TO WS-RPT-CD-DISP
		ELSE
			MOVE 'REJECTED' TO WS-RPT-CD-DISP
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-CARD-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		IF WS-CD-APPLIED(WS-CD-IX)
			PERFORM 8350-WRITE-IMAGES
			PERFORM 8400-WRITE-CARD-FLIPS
		END-IF.

	8350-WRITE-IMAGES.
		PERFORM 8200-CHECK-PAGE
		MOVE 'BEFORE: ' TO WS-RPT-IMG-LABEL
		MOVE WS-CD-BEF-FLAG(WS-CD-IX) TO WS-RPT-IMG-FLAG
		MOVE WS-CD-BEF-DESC(WS-CD-IX) TO WS-RPT-IMG-DESC
		IF WS-CD-BEF-FOUND(WS-CD-IX) = 'Y'
			MOVE WS-CD-BEF-EFF(WS-CD-IX) TO WS-RPT-IMG-EFF
			MOVE WS-CD-BEF-EXP(WS-CD-IX) TO WS-RPT-IMG-EXP
		ELSE
			MOVE SPACES TO WS-RPT-IMG-EFF
			MOVE SPACES TO WS-RPT-IMG-EXP
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT
		PERFORM 8200-CHECK-PAGE
		MOVE 'AFTER : ' TO WS-RPT-IMG-LABEL
		MOVE WS-CD-AFT-FLAG(WS-CD-IX) TO WS-RPT-IMG-FLAG
		MOVE WS-CD-AFT-DESC(WS-CD-IX) TO WS-RPT-IMG-DESC
		MOVE WS-CD-AFT-EFF(WS-CD-IX) TO WS-RPT-IMG-EFF
		MOVE WS-CD-AFT-EXP(WS-CD-IX) TO WS-RPT-IMG-EXP
		WRITE REPORT-RECORD FROM WS-RPT-IMAGE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8400-WRITE-CARD-FLIPS.
		IF WS-CD-TO-EXCP(WS-CD-IX) = ZERO
			AND WS-CD-TO-POST(WS-CD-IX) = ZERO
			MOVE '        NO RECORD CHANGES OUTCOME'
				TO WS-RPT-SECTION-TEXT
			PERFORM 8250-WRITE-SECTION-LINE
		ELSE
			PERFORM 8200-CHECK-PAGE
			WRITE REPORT-RECORD FROM WS-RPT-FLIP-HDR
			ADD 1 TO WS-RPT-LINE-COUNT
			PERFORM VARYING WS-FL-IX FROM 1 BY 1
				UNTIL WS-FL-IX > WS-FL-COUNT
				MOVE WS-FL-KEY(WS-FL-IX) TO WS-FLIP-KEY
				IF WS-FK-CARD = WS-CD-IX
					PERFORM 8450-WRITE-FLIP-LINE
				END-IF
			END-PERFORM
			MOVE 'TOTAL' TO WS-RPT-FLP-SOURCE
			MOVE SPACES TO WS-RPT-FLP-DATE
			MOVE WS-CD-TO-EXCP(WS-CD-IX)
				TO WS-RPT-FLP-TO-EXCP
			MOVE WS-CD-TO-POST(WS-CD-IX)
				TO WS-RPT-FLP-TO-POST
			PERFORM 8200-CHECK-PAGE
			WRITE REPORT-RECORD FROM WS-RPT-FLIP-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF.

	8450-WRITE-FLIP-LINE.
		PERFORM 8200-CHECK-PAGE
		MOVE WS-FK-SOURCE TO WS-RPT-FLP-SOURCE
		MOVE WS-FK-DATE TO WS-RPT-FLP-DATE
		MOVE WS-FL-TO-EXCP(WS-FL-IX) TO WS-RPT-FLP-TO-EXCP
		MOVE WS-FL-TO-POST(WS-FL-IX) TO WS-RPT-FLP-TO-POST
		WRITE REPORT-RECORD FROM WS-RPT-FLIP-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE SPACES TO WS-RPT-SECTION-TEXT
		PERFORM 8250-WRITE-SECTION-LINE
		MOVE 'CARDS READ          :' TO WS-RPT-TOT-TEXT
		MOVE WS-CARD-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARDS APPLIED       :' TO WS-RPT-TOT-TEXT
		MOVE WS-CARD-APPLIED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARDS REJECTED      :' TO WS-RPT-TOT-TEXT
		MOVE WS-CARD-REJECT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARDS NOT SIMULATED :' TO WS-RPT-TOT-TEXT
		MOVE WS-CARD-SKIP-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'MASTER CODES LOADED :' TO WS-RPT-TOT-TEXT
		MOVE WS-MAST-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'REPLAY RECORDS READ :' TO WS-RPT-TOT-TEXT
		MOVE WS-INPUT-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		IF WS-REPLAY-FEED
			MOVE 'SEGMENTS IN WINDOW  :' TO WS-RPT-TOT-TEXT
			MOVE WS-SEGMENT-COUNT TO WS-RPT-TOT-COUNT
			WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		END-IF
		MOVE 'OUTSIDE WINDOW      :' TO WS-RPT-TOT-TEXT
		MOVE WS-OUT-WINDOW-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'NOT LOOKED UP       :' TO WS-RPT-TOT-TEXT
		MOVE WS-NOT-REPLAYED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'RECORDS REPLAYED    :' TO WS-RPT-TOT-TEXT
		MOVE WS-REPLAY-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARD FLIPS TO EXCP  :' TO WS-RPT-TOT-TEXT
		MOVE WS-TO-EXCP-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'CARD FLIPS TO POSTED:' TO WS-RPT-TOT-TEXT
		MOVE WS-TO-POST-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'NET POSTED TO EXCP  :' TO WS-RPT-TOT-TEXT
		MOVE WS-NET-TO-EXCP-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'NET EXCP TO POSTED  :' TO WS-RPT-TOT-TEXT
		MOVE WS-NET-TO-POST-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== MASTSIM RUN SUMMARY ====='
		DISPLAY 'REPLAY FROM DATE   : ' WS-FROM-DATE
		DISPLAY 'REPLAY TO DATE     : ' WS-RUN-DATE
		DISPLAY 'LOOKUP AS OF       : ' WS-ASOF-DATE
		DISPLAY 'CARDS READ         : ' WS-CARD-READ-COUNT
		DISPLAY 'CARDS APPLIED      : ' WS-CARD-APPLIED-COUNT
		DISPLAY 'CARDS REJECTED     : ' WS-CARD-REJECT-COUNT
		DISPLAY 'CARDS NOT SIMULATED: ' WS-CARD-SKIP-COUNT
		DISPLAY 'MASTER READ        : ' WS-MAST-READ-COUNT
		DISPLAY 'REPLAY RECORDS READ: ' WS-INPUT-READ-COUNT
		DISPLAY 'OUTSIDE WINDOW     : ' WS-OUT-WINDOW-COUNT
		DISPLAY 'NOT LOOKED UP      : ' WS-NOT-REPLAYED-COUNT
		DISPLAY 'RECORDS REPLAYED   : ' WS-REPLAY-COUNT
		DISPLAY 'FLIPS TO EXCEPTION : ' WS-TO-EXCP-COUNT
		DISPLAY 'FLIPS TO POSTED    : ' WS-TO-POST-COUNT
		DISPLAY 'NET TO EXCEPTION   : ' WS-NET-TO-EXCP-COUNT
		DISPLAY 'NET TO POSTED      : ' WS-NET-TO-POST-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-CARD-READ-COUNT
			+ WS-MAST-READ-COUNT
			+ WS-INPUT-READ-COUNT
		MOVE WS-CARD-APPLIED-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
