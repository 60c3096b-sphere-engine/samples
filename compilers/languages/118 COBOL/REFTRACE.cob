	IDENTIFICATION DIVISION.
	PROGRAM-ID. REFTRACE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TRACE-CARD-FILE ASSIGN TO TRCIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRC-FILE-STATUS.

		SELECT AUDIT-FILE ASSIGN TO AUDITIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDIT-FILE-STATUS.

		SELECT SUSPENSE-FILE ASSIGN TO SUSPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SUSPIN-FILE-STATUS.

		SELECT FINAL-REJECT-FILE ASSIGN TO FINLIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FINLIN-FILE-STATUS.

		SELECT REJECT-FILE ASSIGN TO REJIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-REJECT-FILE-STATUS.

		SELECT EXCEPTION-FILE ASSIGN TO EXCPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-EXCP-FILE-STATUS.

		SELECT DUP-FILE ASSIGN TO DUPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-DUP-FILE-STATUS.

		SELECT OVERRIDE-FILE ASSIGN TO OVRIDE
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-OVR-FILE-STATUS.

		SELECT WAREHOUSE-FILE ASSIGN TO WHSEIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEIN-FILE-STATUS.

		SELECT CANCEL-HIST-FILE ASSIGN TO WCANHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WCANH-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO TRCRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  TRACE-CARD-FILE
		RECORDING MODE IS F.
	01  TRACE-CARD-RECORD.
		05  TRC-SELECTOR             PIC X(10).
		05  FILLER                   PIC X(70).

	FD  AUDIT-FILE
		RECORDING MODE IS F.
	01  AUDIT-RECORD                 PIC X(80).

	FD  SUSPENSE-FILE
		RECORDING MODE IS F.
	01  SUSPENSE-IN-RECORD           PIC X(94).

	FD  FINAL-REJECT-FILE
		RECORDING MODE IS F.
	01  FINAL-REJECT-IN-RECORD       PIC X(94).

	FD  REJECT-FILE
		RECORDING MODE IS F.
	01  REJECT-RECORD                PIC X(80).

	FD  EXCEPTION-FILE
		RECORDING MODE IS F.
	01  EXCEPTION-RECORD             PIC X(80).

	FD  DUP-FILE
		RECORDING MODE IS F.
	01  DUP-RECORD                   PIC X(80).

	FD  OVERRIDE-FILE
		RECORDING MODE IS F.
	01  OVERRIDE-RECORD.
		05  OVR-REFERENCE            PIC X(10).
		05  OVR-USER-ID              PIC X(8).
		05  OVR-EXPIRY-DATE          PIC X(8).
		05  OVR-APPROVER-ID          PIC X(8).
		05  FILLER                   PIC X(46).

	FD  WAREHOUSE-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-IN-RECORD          PIC X(140).

	FD  CANCEL-HIST-FILE
		RECORDING MODE IS F.
	01  CANCEL-HIST-RECORD           PIC X(180).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-TRC-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-SUSPIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-FINLIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-REJECT-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-EXCP-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-DUP-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-OVR-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-WHSEIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-WCANH-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-PARM-LINE             PIC X(80) VALUE SPACES.
	77 WS-PARM-PTR              PIC 9(3) VALUE ZERO.
	77 WS-PARM-SEL              PIC X(10) VALUE SPACES.
	77 WS-SEL-STAR-COUNT        PIC 9(2) VALUE ZERO.
	77 WS-SEL-LEN-IN            PIC 9(2) VALUE ZERO.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-SEL-MAX               PIC 9(2) VALUE 50.
	77 WS-SEL-COUNT             PIC 9(2) VALUE ZERO.
	77 WS-SEL-JX                PIC 9(2) VALUE ZERO.
	77 WS-EV-TABLE-MAX          PIC 9(4) VALUE 5000.
	77 WS-EV-ENTRY-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-EV-IX                 PIC 9(4) VALUE ZERO.
	77 WS-EV-KX                 PIC 9(4) VALUE ZERO.
	77 WS-EV-SHIFT-SW           PIC X VALUE 'N'.
		88 WS-EV-SHIFT-DONE            VALUE 'Y'.
	77 WS-EV-OVFL-SW            PIC X VALUE 'N'.
		88 WS-EV-OVERFLOWED            VALUE 'Y'.
	77 WS-VOID-MAX              PIC 9(3) VALUE 500.
	77 WS-VOID-COUNT            PIC 9(3) VALUE ZERO.
	77 WS-VOID-JX               PIC 9(3) VALUE ZERO.
	77 WS-TRACE-REF             PIC X(10) VALUE SPACES.
	77 WS-PRIOR-REF             PIC X(10) VALUE SPACES.
	77 WS-REF-EVENT-COUNT       PIC 9(5) VALUE ZERO.
	77 WS-LAST-KEY              PIC X(41) VALUE SPACES.
	77 WS-LAST-RUNID            PIC X(12) VALUE SPACES.
	77 WS-LAST-SEQ              PIC 9(9) VALUE ZERO.
	77 WS-MARK-SEQ              PIC 9(9) VALUE ZERO.
	77 WS-LIST-RUNID            PIC X(12) VALUE SPACES.
	77 WS-LIST-EVENT            PIC X(12) VALUE SPACES.
	77 WS-EV-CLASS-IN           PIC 9 VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.
		05 WS-REF-MATCH-SW       PIC X VALUE 'N'.
			88 WS-REF-MATCH           VALUE 'Y'.
		05 WS-LAST-SW            PIC X VALUE 'N'.
			88 WS-LAST-TRACED         VALUE 'Y'.
		05 WS-VOID-MATCH-SW      PIC X VALUE 'N'.
			88 WS-VOID-MATCH          VALUE 'Y'.

	01 WS-TRACE-COUNTERS.
		05 WS-AUDIT-READ-COUNT  PIC 9(9) VALUE ZERO.
		05 WS-SUSP-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-FINL-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-LIST-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-OVR-READ-COUNT    PIC 9(9) VALUE ZERO.
		05 WS-WHSE-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-WCAN-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-EVENT-COUNT       PIC 9(9) VALUE ZERO.
		05 WS-REPEAT-COUNT      PIC 9(9) VALUE ZERO.
		05 WS-NOT-FOUND-COUNT   PIC 9(9) VALUE ZERO.

	01 WS-AUDIT-IN              PIC X(80).

	01 WS-LIST-IN               PIC X(80).

	COPY AUDREC.

	COPY SUSPREC.

	COPY WHSEREC.

	COPY WHCNREC.

	01 WS-SEL-TABLE.
		05 WS-SEL-ENTRY OCCURS 50 TIMES.
			10 WS-SEL-TEXT       PIC X(10).
			10 WS-SEL-LEN        PIC 9(2).
			10 WS-SEL-HITS       PIC 9(7).

	01 WS-VOID-TABLE.
		05 WS-VOID-RUNID-ENT PIC X(12) OCCURS 500 TIMES.

	01 WS-NEW-EVENT.
		05 WS-NE-KEY.
			10 WS-NE-REFERENCE   PIC X(10).
			10 WS-NE-CLASS       PIC 9.
			10 WS-NE-SORT        PIC X(30).
		05 WS-NE-RUNID          PIC X(12).
		05 WS-NE-POSITION       PIC 9(9).
		05 WS-NE-SEQ            PIC 9(9).
		05 WS-NE-CODE           PIC X(4).
		05 WS-NE-SOURCE         PIC X(8).
		05 WS-NE-EVENT          PIC X(12).
		05 WS-NE-USER           PIC X(8).
		05 WS-NE-DETAIL         PIC X(12).

	01 WS-NE-SORT-RUN REDEFINES WS-NEW-EVENT.
		05 FILLER               PIC X(11).
		05 WS-NS-RUNID          PIC X(12).
		05 WS-NS-POSITION       PIC 9(9).
		05 WS-NS-SEQ            PIC 9(9).
		05 FILLER               PIC X(74).

	01 WS-NE-SORT-SUSP REDEFINES WS-NEW-EVENT.
		05 FILLER               PIC X(11).
		05 WS-NS-RETRIES        PIC X(2).
		05 WS-NS-REASON         PIC X(12).
		05 WS-NS-CODE           PIC X(4).
		05 FILLER               PIC X(86).

	01 WS-EV-TABLE.
		05 WS-EV-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-EV-ENTRY-COUNT
			ASCENDING KEY IS WS-EV-KEY
			INDEXED BY WS-EV-SX.
			10 WS-EV-KEY.
				15 WS-EV-REFERENCE  PIC X(10).
				15 WS-EV-CLASS      PIC 9.
				15 WS-EV-SORT       PIC X(30).
			10 WS-EV-RUNID       PIC X(12).
			10 WS-EV-POSITION    PIC 9(9).
			10 WS-EV-SEQ         PIC 9(9).
			10 WS-EV-CODE        PIC X(4).
			10 WS-EV-SOURCE      PIC X(8).
			10 WS-EV-EVENT       PIC X(12).
			10 WS-EV-USER        PIC X(8).
			10 WS-EV-DETAIL      PIC X(12).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'REFTRACE REFERENCE TRACE'.
		05 FILLER               PIC X(6) VALUE ' DATE='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(30) VALUE SPACES.

	01 WS-RPT-REF-HEADING.
		05 FILLER               PIC X(10) VALUE 'REFERENCE '.
		05 WS-RPT-REF-REFERENCE PIC X(10).
		05 FILLER               PIC X(60) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(14) VALUE ' RUN ID'.
		05 FILLER               PIC X(9) VALUE 'POSITION '.
		05 FILLER               PIC X(9) VALUE '     SEQ '.
		05 FILLER               PIC X(5) VALUE 'CODE '.
		05 FILLER               PIC X(9) VALUE 'SOURCE'.
		05 FILLER               PIC X(13) VALUE 'EVENT'.
		05 FILLER               PIC X(9) VALUE 'USER'.
		05 FILLER               PIC X(12) VALUE 'DETAIL'.

	01 WS-RPT-EVENT-DETAIL.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-RUNID      PIC X(12).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-POSITION   PIC ZZZZZZZZ.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-SEQ        PIC ZZZZZZZZ.
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-CODE       PIC X(4).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-SOURCE     PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-EVENT      PIC X(12).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-USER       PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-EV-DETAIL     PIC X(12).

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-NOT-FOUND-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-NF-SELECTOR   PIC X(10).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 FILLER               PIC X(30)
			VALUE 'NO ACTIVITY FOUND ON ANY FILE'.
		05 FILLER               PIC X(36) VALUE SPACES.

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
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1050-LOAD-CARDS
			IF WS-SEL-COUNT = ZERO
				DISPLAY 'NO REFERENCES REQUESTED - '
					'NOTHING TO TRACE'
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		IF WS-BATCH-OK
			PERFORM 1100-SCAN-AUDIT
			PERFORM 1200-SCAN-REJECTS
			PERFORM 1300-SCAN-EXCEPTIONS
			PERFORM 1400-SCAN-DUPS
			PERFORM 1500-SCAN-SUSPENSE
			PERFORM 1600-SCAN-FINAL-REJECTS
			PERFORM 1700-SCAN-OVERRIDES
			PERFORM 1800-SCAN-WAREHOUSE
			PERFORM 1850-SCAN-WHSE-CANCELS
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-NOT-FOUND-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'REFTRACE' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		MOVE 1 TO WS-PARM-PTR
		PERFORM UNTIL WS-PARM-PTR > 80
			MOVE SPACES TO WS-PARM-SEL
			UNSTRING WS-PARM-LINE DELIMITED BY ','
				INTO WS-PARM-SEL
				WITH POINTER WS-PARM-PTR
			END-UNSTRING
			IF WS-PARM-SEL NOT = SPACES
				PERFORM 0150-ADD-SELECTOR
			END-IF
		END-PERFORM.

	0150-ADD-SELECTOR.
		MOVE ZERO TO WS-SEL-STAR-COUNT
		INSPECT WS-PARM-SEL TALLYING WS-SEL-STAR-COUNT
			FOR ALL '*'
		IF WS-SEL-STAR-COUNT > ZERO
			MOVE ZERO TO WS-SEL-LEN-IN
			INSPECT WS-PARM-SEL TALLYING WS-SEL-LEN-IN
				FOR CHARACTERS BEFORE INITIAL '*'
		ELSE
			MOVE 10 TO WS-SEL-LEN-IN
		END-IF
		EVALUATE TRUE
		WHEN WS-SEL-LEN-IN = ZERO
			DISPLAY 'SELECTOR IGNORED - EMPTY PREFIX: '
				WS-PARM-SEL
		WHEN WS-SEL-COUNT < WS-SEL-MAX
			ADD 1 TO WS-SEL-COUNT
			MOVE WS-PARM-SEL TO WS-SEL-TEXT(WS-SEL-COUNT)
			MOVE WS-SEL-LEN-IN TO WS-SEL-LEN(WS-SEL-COUNT)
			MOVE ZERO TO WS-SEL-HITS(WS-SEL-COUNT)
		WHEN OTHER
			DISPLAY 'SELECTOR TABLE FULL - IGNORED: '
				WS-PARM-SEL
		END-EVALUATE.

	1000-OPEN-FILES.
		OPEN INPUT TRACE-CARD-FILE
		IF WS-TRC-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'TRCIN OPEN FAILED, STATUS='
				WS-TRC-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT AUDIT-FILE
		IF WS-AUDIT-FILE-STATUS NOT = '00'
			DISPLAY 'AUDITIN OPEN FAILED, STATUS='
				WS-AUDIT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT SUSPENSE-FILE
		IF WS-SUSPIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'SUSPIN OPEN FAILED, STATUS='
				WS-SUSPIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT FINAL-REJECT-FILE
		IF WS-FINLIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'FINLIN OPEN FAILED, STATUS='
				WS-FINLIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT REJECT-FILE
		IF WS-REJECT-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'REJIN OPEN FAILED, STATUS='
				WS-REJECT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT EXCEPTION-FILE
		IF WS-EXCP-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'EXCPIN OPEN FAILED, STATUS='
				WS-EXCP-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT DUP-FILE
		IF WS-DUP-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'DUPIN OPEN FAILED, STATUS='
				WS-DUP-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT OVERRIDE-FILE
		IF WS-OVR-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'OVRIDE OPEN FAILED, STATUS='
				WS-OVR-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT WAREHOUSE-FILE
		IF WS-WHSEIN-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'WHSEIN OPEN FAILED, STATUS='
				WS-WHSEIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT CANCEL-HIST-FILE
		IF WS-WCANH-FILE-STATUS NOT = '00' AND '35'
			DISPLAY 'WCANHIST OPEN FAILED, STATUS='
				WS-WCANH-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'TRCRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-TRC-FILE-STATUS = '00' OR '10'
			CLOSE TRACE-CARD-FILE
		END-IF
		IF WS-AUDIT-FILE-STATUS = '00' OR '10'
			CLOSE AUDIT-FILE
		END-IF
		IF WS-SUSPIN-FILE-STATUS = '00' OR '10'
			CLOSE SUSPENSE-FILE
		END-IF
		IF WS-FINLIN-FILE-STATUS = '00' OR '10'
			CLOSE FINAL-REJECT-FILE
		END-IF
		IF WS-REJECT-FILE-STATUS = '00' OR '10'
			CLOSE REJECT-FILE
		END-IF
		IF WS-EXCP-FILE-STATUS = '00' OR '10'
			CLOSE EXCEPTION-FILE
		END-IF
		IF WS-DUP-FILE-STATUS = '00' OR '10'
			CLOSE DUP-FILE
		END-IF
		IF WS-OVR-FILE-STATUS = '00' OR '10'
			CLOSE OVERRIDE-FILE
		END-IF
		IF WS-WHSEIN-FILE-STATUS = '00' OR '10'
			CLOSE WAREHOUSE-FILE
		END-IF
		IF WS-WCANH-FILE-STATUS = '00' OR '10'
			CLOSE CANCEL-HIST-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1050-LOAD-CARDS.
		IF WS-TRC-FILE-STATUS = '00'
			MOVE 'N' TO WS-EOF-SWITCH
			READ TRACE-CARD-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				IF TRC-SELECTOR(1:1) NOT = '*'
					AND TRC-SELECTOR NOT = SPACES
					MOVE TRC-SELECTOR TO WS-PARM-SEL
					PERFORM 0150-ADD-SELECTOR
				END-IF
				READ TRACE-CARD-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1100-SCAN-AUDIT.
		MOVE 'N' TO WS-LAST-SW
		MOVE 'N' TO WS-EOF-SWITCH
		READ AUDIT-FILE INTO WS-AUDIT-IN
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-AUDIT-READ-COUNT
			EVALUATE TRUE
			WHEN WS-AUDIT-IN(1:6) = 'RUNID='
				PERFORM 1110-AUDIT-POSTING
			WHEN WS-AUDIT-IN(1:8) = 'REFVOID='
				PERFORM 1130-NOTE-REFVOID
			WHEN WS-AUDIT-IN(1:8) = 'RUNVOID='
				PERFORM 1120-NOTE-VOID-RUN
				MOVE 'N' TO WS-LAST-SW
			WHEN WS-AUDIT-IN(1:10) = 'FORCEPOST='
				PERFORM 1140-NOTE-FORCEPOST
			WHEN WS-AUDIT-IN(1:8) = 'RELEASE='
				PERFORM 1150-NOTE-RELEASE
			WHEN OTHER
				MOVE 'N' TO WS-LAST-SW
			END-EVALUATE
			READ AUDIT-FILE INTO WS-AUDIT-IN
				AT END
				SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1110-AUDIT-POSTING.
		MOVE 'N' TO WS-LAST-SW
		MOVE WS-AUDIT-IN TO AUDIT-LINE
		MOVE AUD-REFERENCE TO WS-TRACE-REF
		PERFORM 2900-MATCH-REFERENCE
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE AUD-REFERENCE TO WS-NE-REFERENCE
			MOVE 1 TO WS-NE-CLASS
			MOVE AUD-RUNID TO WS-NE-RUNID
			IF AUD-POSITION IS NUMERIC
				MOVE AUD-POSITION TO WS-NE-POSITION
			ELSE
				MOVE ZERO TO WS-NE-POSITION
			END-IF
			MOVE AUD-SEQ TO WS-NE-SEQ
			MOVE AUD-VALUE TO WS-NE-CODE
			INSPECT WS-NE-CODE
				REPLACING LEADING SPACE BY '0'
			MOVE AUD-SOURCE TO WS-NE-SOURCE
			MOVE 'POSTED' TO WS-NE-EVENT
			PERFORM 2010-SET-RUN-SORT
			PERFORM 2000-STORE-EVENT
			MOVE WS-NE-KEY TO WS-LAST-KEY
			MOVE AUD-RUNID TO WS-LAST-RUNID
			MOVE WS-NE-SEQ TO WS-LAST-SEQ
			SET WS-LAST-TRACED TO TRUE
		END-IF.

	1120-NOTE-VOID-RUN.
		MOVE 'N' TO WS-VOID-MATCH-SW
		PERFORM VARYING WS-VOID-JX FROM 1 BY 1
			UNTIL WS-VOID-JX > WS-VOID-COUNT
			OR WS-VOID-MATCH
			IF WS-VOID-RUNID-ENT(WS-VOID-JX)
				= WS-AUDIT-IN(9:12)
				SET WS-VOID-MATCH TO TRUE
			END-IF
		END-PERFORM
		EVALUATE TRUE
		WHEN WS-VOID-MATCH
			CONTINUE
		WHEN WS-VOID-COUNT < WS-VOID-MAX
			ADD 1 TO WS-VOID-COUNT
			MOVE WS-AUDIT-IN(9:12)
				TO WS-VOID-RUNID-ENT(WS-VOID-COUNT)
		WHEN OTHER
			DISPLAY 'VOID TABLE FULL - RUNVOID IGNORED: '
				WS-AUDIT-IN(9:12)
		END-EVALUATE.

	1130-NOTE-REFVOID.
		IF WS-LAST-TRACED
			AND WS-AUDIT-IN(9:10) = WS-LAST-KEY(1:10)
			AND WS-AUDIT-IN(26:12) = WS-LAST-RUNID
			PERFORM 2100-FIND-LAST-EVENT
			IF WS-EV-IX > ZERO
				MOVE 'REVERSED' TO WS-EV-EVENT(WS-EV-IX)
			END-IF
		END-IF
		MOVE 'N' TO WS-LAST-SW.

	1140-NOTE-FORCEPOST.
		IF WS-LAST-TRACED
			AND WS-AUDIT-IN(11:10) = WS-LAST-KEY(1:10)
			AND WS-AUDIT-IN(28:12) = WS-LAST-RUNID
			COMPUTE WS-MARK-SEQ =
				FUNCTION NUMVAL(WS-AUDIT-IN(45:9))
			IF WS-MARK-SEQ = WS-LAST-SEQ
				PERFORM 2100-FIND-LAST-EVENT
				IF WS-EV-IX > ZERO
					MOVE 'FORCE-POSTED'
						TO WS-EV-EVENT(WS-EV-IX)
					MOVE WS-AUDIT-IN(60:8)
						TO WS-EV-USER(WS-EV-IX)
					PERFORM 1145-NOTE-APPROVER
				END-IF
			END-IF
		END-IF
		MOVE 'N' TO WS-LAST-SW.

	1145-NOTE-APPROVER.
		IF WS-AUDIT-IN(68:5) = ' APR='
			AND WS-AUDIT-IN(73:8) NOT = SPACES
			MOVE SPACES TO WS-EV-DETAIL(WS-EV-IX)
			STRING 'APR ' WS-AUDIT-IN(73:8)
				DELIMITED BY SIZE
				INTO WS-EV-DETAIL(WS-EV-IX)
			END-STRING
		END-IF.

	1150-NOTE-RELEASE.
		IF WS-AUDIT-IN(9:10) = WS-LAST-KEY(1:10)
			AND WS-AUDIT-IN(26:12) = WS-LAST-RUNID
			COMPUTE WS-MARK-SEQ =
				FUNCTION NUMVAL(WS-AUDIT-IN(43:9))
			IF WS-MARK-SEQ = WS-LAST-SEQ
				PERFORM 2100-FIND-LAST-EVENT
				IF WS-EV-IX > ZERO
					PERFORM 1155-MARK-RELEASED
				END-IF
			END-IF
		END-IF
		MOVE 'N' TO WS-LAST-SW.

	1155-MARK-RELEASED.
		IF WS-EV-EVENT(WS-EV-IX) = 'REVERSED'
			MOVE 'REL REVERSED' TO WS-EV-EVENT(WS-EV-IX)
		ELSE
			MOVE 'RELEASED' TO WS-EV-EVENT(WS-EV-IX)
		END-IF
		MOVE SPACES TO WS-EV-DETAIL(WS-EV-IX)
		STRING 'VD ' WS-AUDIT-IN(56:8)
			DELIMITED BY SIZE
			INTO WS-EV-DETAIL(WS-EV-IX)
		END-STRING.

	1200-SCAN-REJECTS.
		IF WS-REJECT-FILE-STATUS = '35'
			DISPLAY 'NO REJECT LISTING - REJECTS NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ REJECT-FILE INTO WS-LIST-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-LIST-READ-COUNT
				PERFORM 1210-TAKE-REJECT
				READ REJECT-FILE INTO WS-LIST-IN
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1210-TAKE-REJECT.
		IF WS-LIST-IN(1:9) = 'POSITION '
			MOVE WS-LIST-IN(38:10) TO WS-TRACE-REF
			MOVE WS-LIST-IN(55:12) TO WS-LIST-RUNID
			MOVE 'REJECTED' TO WS-LIST-EVENT
			PERFORM 1250-LISTED-EVENT
		END-IF.

	1250-LISTED-EVENT.
		PERFORM 2900-MATCH-REFERENCE
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE WS-TRACE-REF TO WS-NE-REFERENCE
			MOVE 1 TO WS-NE-CLASS
			MOVE WS-LIST-RUNID TO WS-NE-RUNID
			MOVE WS-LIST-EVENT TO WS-NE-EVENT
			COMPUTE WS-NE-POSITION =
				FUNCTION NUMVAL(WS-LIST-IN(10:9))
			MOVE ZERO TO WS-NE-SEQ
			IF WS-LIST-EVENT NOT = 'DUPLICATE'
				MOVE WS-LIST-IN(28:4) TO WS-NE-CODE
			END-IF
			PERFORM 2010-SET-RUN-SORT
			PERFORM 2000-STORE-EVENT
		END-IF.

	1300-SCAN-EXCEPTIONS.
		IF WS-EXCP-FILE-STATUS = '35'
			DISPLAY 'NO EXCEPTION LISTING - EXCEPTIONS '
				'NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ EXCEPTION-FILE INTO WS-LIST-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-LIST-READ-COUNT
				PERFORM 1310-TAKE-EXCEPTION
				READ EXCEPTION-FILE INTO WS-LIST-IN
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1310-TAKE-EXCEPTION.
		IF WS-LIST-IN(1:9) = 'POSITION '
			MOVE WS-LIST-IN(38:10) TO WS-TRACE-REF
			MOVE WS-LIST-IN(55:12) TO WS-LIST-RUNID
			MOVE 'EXCEPTION' TO WS-LIST-EVENT
			PERFORM 1250-LISTED-EVENT
		END-IF.

	1400-SCAN-DUPS.
		IF WS-DUP-FILE-STATUS = '35'
			DISPLAY 'NO DUPLICATE LISTING - DUPLICATES '
				'NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ DUP-FILE INTO WS-LIST-IN
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-LIST-READ-COUNT
				PERFORM 1410-TAKE-DUP
				READ DUP-FILE INTO WS-LIST-IN
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1410-TAKE-DUP.
		IF WS-LIST-IN(1:9) = 'POSITION '
			MOVE WS-LIST-IN(25:10) TO WS-TRACE-REF
			MOVE WS-LIST-IN(42:12) TO WS-LIST-RUNID
			MOVE 'DUPLICATE' TO WS-LIST-EVENT
			PERFORM 1250-LISTED-EVENT
		END-IF.

	1500-SCAN-SUSPENSE.
		IF WS-SUSPIN-FILE-STATUS = '35'
			DISPLAY 'NO SUSPENSE FILE - SUSPENSE NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ SUSPENSE-FILE INTO SUSPENSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-SUSP-READ-COUNT
				MOVE 3 TO WS-EV-CLASS-IN
				PERFORM 1550-SUSPENSE-EVENT
				READ SUSPENSE-FILE INTO SUSPENSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1550-SUSPENSE-EVENT.
		MOVE SUSP-REFERENCE TO WS-TRACE-REF
		PERFORM 2900-MATCH-REFERENCE
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE SUSP-REFERENCE TO WS-NE-REFERENCE
			MOVE WS-EV-CLASS-IN TO WS-NE-CLASS
			MOVE SUSP-RETRY-COUNT TO WS-NS-RETRIES
			MOVE SUSP-REASON TO WS-NS-REASON
			MOVE SUSP-CODE TO WS-NS-CODE
			MOVE ZERO TO WS-NE-POSITION
			MOVE SUSP-RETRY-COUNT TO WS-NE-SEQ
			MOVE SUSP-CODE TO WS-NE-CODE
			MOVE SUSP-REASON TO WS-NE-DETAIL
			EVALUATE TRUE
			WHEN WS-NE-CLASS = 4
				AND (SUSP-REASON = 'UNREG SOURCE'
				OR SUSP-REASON = 'INACTIVE SRC')
				MOVE 'SRC REJECTED' TO WS-NE-EVENT
			WHEN WS-NE-CLASS = 4
				MOVE 'AGED OFF' TO WS-NE-EVENT
			WHEN SUSP-REASON(1:4) = 'HELD'
				MOVE 'SOURCE HELD' TO WS-NE-EVENT
			WHEN SUSP-REASON = 'REPAIRED'
				MOVE 'SUSPRPR FIX' TO WS-NE-EVENT
			WHEN SUSP-REASON = 'GL REFUSED'
				MOVE 'GL REFUSED' TO WS-NE-EVENT
			WHEN OTHER
				MOVE 'SUSPENSE' TO WS-NE-EVENT
			END-EVALUATE
			PERFORM 2000-STORE-EVENT
		END-IF.

	1600-SCAN-FINAL-REJECTS.
		IF WS-FINLIN-FILE-STATUS = '35'
			DISPLAY 'NO AGED-OFF FILE - AGE-OFFS NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ FINAL-REJECT-FILE INTO SUSPENSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-FINL-READ-COUNT
				MOVE 4 TO WS-EV-CLASS-IN
				PERFORM 1550-SUSPENSE-EVENT
				READ FINAL-REJECT-FILE
					INTO SUSPENSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1700-SCAN-OVERRIDES.
		IF WS-OVR-FILE-STATUS = '35'
			DISPLAY 'NO OVERRIDE FILE - OVERRIDES '
				'NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ OVERRIDE-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-OVR-READ-COUNT
				PERFORM 1750-OVERRIDE-EVENT
				READ OVERRIDE-FILE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1750-OVERRIDE-EVENT.
		MOVE OVR-REFERENCE TO WS-TRACE-REF
		IF WS-TRACE-REF NOT = SPACES
			PERFORM 2900-MATCH-REFERENCE
		ELSE
			MOVE 'N' TO WS-REF-MATCH-SW
		END-IF
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE OVR-REFERENCE TO WS-NE-REFERENCE
			MOVE 5 TO WS-NE-CLASS
			MOVE OVR-EXPIRY-DATE TO WS-NE-SORT(1:8)
			MOVE OVR-USER-ID TO WS-NE-SORT(9:8)
			MOVE ZERO TO WS-NE-POSITION
			MOVE ZERO TO WS-NE-SEQ
			IF OVR-APPROVER-ID = SPACES
				OR OVR-APPROVER-ID = OVR-USER-ID
				MOVE 'OVR PENDING' TO WS-NE-EVENT
			ELSE
				MOVE 'OVERRIDE' TO WS-NE-EVENT
			END-IF
			MOVE OVR-USER-ID TO WS-NE-USER
			STRING 'EXP ' OVR-EXPIRY-DATE
				DELIMITED BY SIZE
				INTO WS-NE-DETAIL
			END-STRING
			PERFORM 2000-STORE-EVENT
		END-IF.

	1800-SCAN-WAREHOUSE.
		IF WS-WHSEIN-FILE-STATUS = '35'
			DISPLAY 'NO WAREHOUSE FILE - WAREHOUSING '
				'NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ WAREHOUSE-FILE INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-WHSE-READ-COUNT
				PERFORM 1810-WAREHOUSE-EVENT
				READ WAREHOUSE-FILE
					INTO WAREHOUSE-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1810-WAREHOUSE-EVENT.
		MOVE WH-REFERENCE TO WS-TRACE-REF
		PERFORM 2900-MATCH-REFERENCE
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE WH-REFERENCE TO WS-NE-REFERENCE
			MOVE 1 TO WS-NE-CLASS
			MOVE WH-RUN-ID TO WS-NE-RUNID
			MOVE WH-POSITION TO WS-NE-POSITION
			MOVE ZERO TO WS-NE-SEQ
			MOVE WH-CODE TO WS-NE-CODE
			MOVE WH-SOURCE TO WS-NE-SOURCE
			MOVE 'WAREHOUSED' TO WS-NE-EVENT
			STRING 'VD ' WH-VALUE-DATE
				DELIMITED BY SIZE
				INTO WS-NE-DETAIL
			END-STRING
			PERFORM 2010-SET-RUN-SORT
			PERFORM 2000-STORE-EVENT
		END-IF.

	1850-SCAN-WHSE-CANCELS.
		IF WS-WCANH-FILE-STATUS = '35'
			DISPLAY 'NO WAREHOUSE CANCEL HISTORY - '
				'CANCELLATIONS NOT TRACED'
		ELSE
			MOVE 'N' TO WS-EOF-SWITCH
			READ CANCEL-HIST-FILE
				INTO WAREHOUSE-CANCEL-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-WCAN-READ-COUNT
				PERFORM 1860-CANCEL-EVENT
				READ CANCEL-HIST-FILE
					INTO WAREHOUSE-CANCEL-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1860-CANCEL-EVENT.
		MOVE WC-WAREHOUSE-IMAGE TO WAREHOUSE-RECORD
		MOVE WH-REFERENCE TO WS-TRACE-REF
		PERFORM 2900-MATCH-REFERENCE
		IF WS-REF-MATCH
			MOVE SPACES TO WS-NEW-EVENT
			MOVE WH-REFERENCE TO WS-NE-REFERENCE
			MOVE 2 TO WS-NE-CLASS
			MOVE WC-CANCEL-DATE TO WS-NE-SORT(1:8)
			MOVE WH-RUN-ID TO WS-NE-SORT(9:12)
			MOVE WH-POSITION TO WS-NE-SORT(21:9)
			MOVE WC-CANCEL-DATE TO WS-NE-RUNID
			MOVE WH-POSITION TO WS-NE-POSITION
			MOVE ZERO TO WS-NE-SEQ
			MOVE WH-CODE TO WS-NE-CODE
			MOVE WH-SOURCE TO WS-NE-SOURCE
			MOVE 'WH CANCELLED' TO WS-NE-EVENT
			MOVE WC-REQUESTER-ID TO WS-NE-USER
			STRING 'APR ' WC-APPROVER-ID
				DELIMITED BY SIZE
				INTO WS-NE-DETAIL
			END-STRING
			PERFORM 2000-STORE-EVENT
		END-IF.

	2000-STORE-EVENT.
		IF WS-EV-ENTRY-COUNT = ZERO
			PERFORM 2050-NEW-EVENT
		ELSE
			SEARCH ALL WS-EV-ENTRY
				AT END
				PERFORM 2050-NEW-EVENT
				WHEN WS-EV-KEY(WS-EV-SX) = WS-NE-KEY
				ADD 1 TO WS-REPEAT-COUNT
			END-SEARCH
		END-IF.

	2010-SET-RUN-SORT.
		MOVE WS-NE-RUNID TO WS-NS-RUNID
		MOVE WS-NE-POSITION TO WS-NS-POSITION
		MOVE WS-NE-SEQ TO WS-NS-SEQ.

	2050-NEW-EVENT.
		IF WS-EV-ENTRY-COUNT < WS-EV-TABLE-MAX
			PERFORM 2060-INSERT-EVENT
			ADD 1 TO WS-EVENT-COUNT
		ELSE
			IF NOT WS-EV-OVERFLOWED
				SET WS-EV-OVERFLOWED TO TRUE
				DISPLAY 'EVENT TABLE FULL - TRACE'
					' INCOMPLETE, NARROW PREFIX'
			END-IF
		END-IF.

	2060-INSERT-EVENT.
		ADD 1 TO WS-EV-ENTRY-COUNT
		MOVE WS-EV-ENTRY-COUNT TO WS-EV-IX
		MOVE 'N' TO WS-EV-SHIFT-SW
		PERFORM UNTIL WS-EV-IX = 1
			OR WS-EV-SHIFT-DONE
			SUBTRACT 1 FROM WS-EV-IX
				GIVING WS-EV-KX
			IF WS-EV-KEY(WS-EV-KX) > WS-NE-KEY
				MOVE WS-EV-ENTRY(WS-EV-KX)
					TO WS-EV-ENTRY(WS-EV-IX)
				MOVE WS-EV-KX TO WS-EV-IX
			ELSE
				SET WS-EV-SHIFT-DONE TO TRUE
			END-IF
		END-PERFORM
		MOVE WS-NEW-EVENT TO WS-EV-ENTRY(WS-EV-IX).

	2100-FIND-LAST-EVENT.
		MOVE ZERO TO WS-EV-IX
		IF WS-EV-ENTRY-COUNT > ZERO
			SEARCH ALL WS-EV-ENTRY
				AT END
				CONTINUE
				WHEN WS-EV-KEY(WS-EV-SX) = WS-LAST-KEY
				SET WS-EV-IX TO WS-EV-SX
			END-SEARCH
		END-IF.

	2900-MATCH-REFERENCE.
		MOVE 'N' TO WS-REF-MATCH-SW
		PERFORM VARYING WS-SEL-JX FROM 1 BY 1
			UNTIL WS-SEL-JX > WS-SEL-COUNT
			OR WS-REF-MATCH
			IF WS-TRACE-REF(1:WS-SEL-LEN(WS-SEL-JX))
				= WS-SEL-TEXT(WS-SEL-JX)
				(1:WS-SEL-LEN(WS-SEL-JX))
				SET WS-REF-MATCH TO TRUE
				ADD 1 TO WS-SEL-HITS(WS-SEL-JX)
			END-IF
		END-PERFORM.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		MOVE SPACES TO WS-PRIOR-REF
		PERFORM VARYING WS-EV-IX FROM 1 BY 1
			UNTIL WS-EV-IX > WS-EV-ENTRY-COUNT
			IF WS-EV-REFERENCE(WS-EV-IX) NOT = WS-PRIOR-REF
				PERFORM 8150-WRITE-REF-HEADER
			END-IF
			PERFORM 8200-WRITE-EVENT-LINE
		END-PERFORM
		PERFORM 8800-WRITE-NOT-FOUND
		PERFORM 8900-WRITE-TOTALS.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8150-WRITE-REF-HEADER.
		MOVE WS-EV-REFERENCE(WS-EV-IX) TO WS-PRIOR-REF
		IF WS-RPT-LINE-COUNT + 4 > WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		MOVE SPACES TO REPORT-RECORD
		WRITE REPORT-RECORD
		MOVE WS-PRIOR-REF TO WS-RPT-REF-REFERENCE
		WRITE REPORT-RECORD FROM WS-RPT-REF-HEADING
		WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
		ADD 3 TO WS-RPT-LINE-COUNT.

	8200-WRITE-EVENT-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
			MOVE WS-PRIOR-REF TO WS-RPT-REF-REFERENCE
			WRITE REPORT-RECORD FROM WS-RPT-REF-HEADING
			WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
			ADD 2 TO WS-RPT-LINE-COUNT
		END-IF
		MOVE WS-EV-RUNID(WS-EV-IX) TO WS-RPT-EV-RUNID
		MOVE WS-EV-POSITION(WS-EV-IX) TO WS-RPT-EV-POSITION
		MOVE WS-EV-SEQ(WS-EV-IX) TO WS-RPT-EV-SEQ
		MOVE WS-EV-CODE(WS-EV-IX) TO WS-RPT-EV-CODE
		MOVE WS-EV-SOURCE(WS-EV-IX) TO WS-RPT-EV-SOURCE
		MOVE WS-EV-EVENT(WS-EV-IX) TO WS-RPT-EV-EVENT
		MOVE WS-EV-USER(WS-EV-IX) TO WS-RPT-EV-USER
		MOVE WS-EV-DETAIL(WS-EV-IX) TO WS-RPT-EV-DETAIL
		IF WS-EV-CLASS(WS-EV-IX) = 1
			PERFORM 8300-CHECK-VOID-RUN
			IF WS-VOID-MATCH
				MOVE 'RUN VOIDED' TO WS-RPT-EV-DETAIL
			END-IF
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-EVENT-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT.

	8300-CHECK-VOID-RUN.
		MOVE 'N' TO WS-VOID-MATCH-SW
		PERFORM VARYING WS-VOID-JX FROM 1 BY 1
			UNTIL WS-VOID-JX > WS-VOID-COUNT
			OR WS-VOID-MATCH
			IF WS-VOID-RUNID-ENT(WS-VOID-JX)
				= WS-EV-RUNID(WS-EV-IX)
				SET WS-VOID-MATCH TO TRUE
			END-IF
		END-PERFORM.

	8800-WRITE-NOT-FOUND.
		PERFORM VARYING WS-SEL-JX FROM 1 BY 1
			UNTIL WS-SEL-JX > WS-SEL-COUNT
			IF WS-SEL-HITS(WS-SEL-JX) = ZERO
				PERFORM 8850-WRITE-NOT-FOUND-LINE
			END-IF
		END-PERFORM.

	8850-WRITE-NOT-FOUND-LINE.
		ADD 1 TO WS-NOT-FOUND-COUNT
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		MOVE WS-SEL-TEXT(WS-SEL-JX) TO WS-RPT-NF-SELECTOR
		WRITE REPORT-RECORD FROM WS-RPT-NOT-FOUND-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8900-WRITE-TOTALS.
		MOVE SPACES TO REPORT-RECORD
		WRITE REPORT-RECORD
		MOVE 'REFERENCES REQUESTED:' TO WS-RPT-TOT-TEXT
		MOVE WS-SEL-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'EVENTS TRACED       :' TO WS-RPT-TOT-TEXT
		MOVE WS-EVENT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'NO ACTIVITY FOUND   :' TO WS-RPT-TOT-TEXT
		MOVE WS-NOT-FOUND-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY '===== REFTRACE RUN SUMMARY ====='
		DISPLAY 'SELECTORS          : ' WS-SEL-COUNT
		DISPLAY 'AUDIT LINES READ   : ' WS-AUDIT-READ-COUNT
		DISPLAY 'LISTING LINES READ : ' WS-LIST-READ-COUNT
		DISPLAY 'SUSPENSE READ      : ' WS-SUSP-READ-COUNT
		DISPLAY 'AGED-OFF READ      : ' WS-FINL-READ-COUNT
		DISPLAY 'OVERRIDES READ     : ' WS-OVR-READ-COUNT
		DISPLAY 'WAREHOUSE READ     : ' WS-WHSE-READ-COUNT
		DISPLAY 'WHSE CANCELS READ  : ' WS-WCAN-READ-COUNT
		DISPLAY 'EVENTS TRACED      : ' WS-EVENT-COUNT
		DISPLAY 'REPEATS SUPPRESSED : ' WS-REPEAT-COUNT
		DISPLAY 'NO ACTIVITY FOUND  : ' WS-NOT-FOUND-COUNT
		DISPLAY '================================'.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-AUDIT-READ-COUNT
			+ WS-LIST-READ-COUNT
			+ WS-SUSP-READ-COUNT
			+ WS-FINL-READ-COUNT
			+ WS-OVR-READ-COUNT
			+ WS-WHSE-READ-COUNT
			+ WS-WCAN-READ-COUNT
		MOVE WS-EVENT-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
