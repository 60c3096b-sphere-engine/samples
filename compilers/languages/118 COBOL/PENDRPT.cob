	IDENTIFICATION DIVISION.
	PROGRAM-ID. PENDRPT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PENDING-IN-FILE ASSIGN TO PENDIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PENDIN-FILE-STATUS.

		SELECT REPORT-FILE ASSIGN TO PNDRPT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  PENDING-IN-FILE
		RECORDING MODE IS F.
	01  PENDING-IN-RECORD            PIC X(120).

	FD  REPORT-FILE
		RECORDING MODE IS F.
	01  REPORT-RECORD                PIC X(80).

	WORKING-STORAGE SECTION.
	77 WS-PENDIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-RPT-FILE-STATUS       PIC X(2) VALUE SPACES.
	77 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-PT-TABLE-MAX          PIC 9(4) VALUE 2000.
	77 WS-PT-ENTRY-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-PT-IX                 PIC 9(4) VALUE ZERO.
	77 WS-PT-OVFL-SW            PIC X VALUE 'N'.
		88 WS-PT-OVERFLOWED            VALUE 'Y'.
	77 WS-SECTION-SW            PIC X VALUE SPACE.
		88 WS-SECT-WAITING             VALUE 'W'.
		88 WS-SECT-EXPIRED             VALUE 'X'.
		88 WS-SECT-SELF                VALUE 'S'.
	77 WS-SECTION-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-DAYS-WAITING          PIC 9(5) VALUE ZERO.
	77 WS-READ-COUNT            PIC 9(9) VALUE ZERO.
	77 WS-IGNORED-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-WAITING-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-SELF-COUNT            PIC 9(9) VALUE ZERO.
	77 WS-EXPIRED-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-MASTER-COUNT          PIC 9(9) VALUE ZERO.
	77 WS-OVERRIDE-COUNT        PIC 9(9) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.
		05 WS-BATCH-SW           PIC X VALUE 'Y'.
			88 WS-BATCH-OK            VALUE 'Y'.
			88 WS-BATCH-FAILED        VALUE 'N'.

	COPY PENDREC.

	01 WS-PND-MAINT-VIEW.
		05 WS-PMV-ACTION         PIC X.
		05 WS-PMV-CODE           PIC X(4).
		05 WS-PMV-DESCRIPTION    PIC X(30).
		05 FILLER                PIC X(45).

	01 WS-PND-OVR-VIEW.
		05 WS-POV-REFERENCE      PIC X(10).
		05 WS-POV-USER-ID        PIC X(8).
		05 WS-POV-EXPIRY-DATE    PIC X(8).
		05 FILLER                PIC X(54).

	01 WS-PT-TABLE.
		05 WS-PT-ENTRY OCCURS 2000 TIMES.
			10 WS-PT-RECORD      PIC X(120).

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'PENDRPT PENDING APPROVALS'.
		05 FILLER               PIC X(5) VALUE ' RUN='.
		05 WS-RPT-HDR-DATE      PIC 9(8).
		05 FILLER               PIC X(6) VALUE ' PAGE='.
		05 WS-RPT-HDR-PAGE      PIC ZZZ9.
		05 FILLER               PIC X(31) VALUE SPACES.

	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(10) VALUE '  TYPE'.
		05 FILLER               PIC X(9) VALUE ' REQUESTR'.
		05 FILLER               PIC X(9) VALUE ' APPROVER'.
		05 FILLER               PIC X(9) VALUE ' FIRSTKEY'.
		05 FILLER               PIC X(5) VALUE ' DAYS'.
		05 FILLER               PIC X(6) VALUE '  ITEM'.
		05 FILLER               PIC X(32) VALUE SPACES.

	01 WS-RPT-PND-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-TYPE      PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-REQUESTER PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-APPROVER  PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-FIRST     PIC 9(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-DAYS      PIC ZZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-ITEM      PIC X(36).

	01 WS-RPT-SECTION-LINE.
		05 WS-RPT-SECTION-TEXT  PIC X(40).
		05 FILLER               PIC X(40) VALUE SPACES.

	01 WS-RPT-BLANK-LINE        PIC X(80) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1100-LOAD-PENDING
			PERFORM 8000-WRITE-REPORT
		END-IF
		PERFORM 1900-CLOSE-FILES
		PERFORM 9000-PRINT-SUMMARY
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-SELF-COUNT > ZERO
				OR WS-EXPIRED-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'PENDRPT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	1000-OPEN-FILES.
		OPEN INPUT PENDING-IN-FILE
		IF WS-PENDIN-FILE-STATUS = '35'
			DISPLAY 'NO PENDING FILE - '
				'NOTHING AWAITING APPROVAL'
		ELSE
			IF WS-PENDIN-FILE-STATUS NOT = '00'
				DISPLAY 'PENDIN OPEN FAILED, STATUS='
					WS-PENDIN-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		OPEN OUTPUT REPORT-FILE
		IF WS-RPT-FILE-STATUS NOT = '00'
			DISPLAY 'PNDRPT OPEN FAILED, STATUS='
				WS-RPT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-PENDIN-FILE-STATUS = '00' OR '10'
			CLOSE PENDING-IN-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1100-LOAD-PENDING.
		IF WS-PENDIN-FILE-STATUS = '35'
			CONTINUE
		ELSE
			READ PENDING-IN-FILE INTO PENDING-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				ADD 1 TO WS-READ-COUNT
				PERFORM 1150-CONSIDER-PENDING
				READ PENDING-IN-FILE INTO PENDING-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1150-CONSIDER-PENDING.
		IF (PND-MASTER-CARD OR PND-OVERRIDE)
			AND (PND-WAITING OR PND-SELF-APPROVED
				OR PND-EXPIRED)
			PERFORM 1200-STORE-PENDING
		ELSE
			ADD 1 TO WS-IGNORED-COUNT
		END-IF.

	1200-STORE-PENDING.
		IF WS-PT-ENTRY-COUNT < WS-PT-TABLE-MAX
			ADD 1 TO WS-PT-ENTRY-COUNT
			MOVE PENDING-RECORD
				TO WS-PT-RECORD(WS-PT-ENTRY-COUNT)
			EVALUATE TRUE
				WHEN PND-WAITING
					ADD 1 TO WS-WAITING-COUNT
				WHEN PND-SELF-APPROVED
					ADD 1 TO WS-SELF-COUNT
				WHEN PND-EXPIRED
					ADD 1 TO WS-EXPIRED-COUNT
			END-EVALUATE
			IF PND-MASTER-CARD
				ADD 1 TO WS-MASTER-COUNT
			ELSE
				ADD 1 TO WS-OVERRIDE-COUNT
			END-IF
		ELSE
			IF NOT WS-PT-OVERFLOWED
				SET WS-PT-OVERFLOWED TO TRUE
				DISPLAY 'PENDING TABLE FULL - REPORT '
					'IS INCOMPLETE'
			END-IF
		END-IF.

	8000-WRITE-REPORT.
		PERFORM 8100-WRITE-PAGE-HEADER
		SET WS-SECT-WAITING TO TRUE
		MOVE 'ITEMS AWAITING APPROVAL'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION
		SET WS-SECT-EXPIRED TO TRUE
		MOVE 'EXPIRED UNAPPROVED - RE-KEY REQUIRED'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION
		SET WS-SECT-SELF TO TRUE
		MOVE 'SELF-APPROVAL ATTEMPTS'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION.

	8100-WRITE-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
		MOVE WS-RPT-PAGE-COUNT TO WS-RPT-HDR-PAGE
		WRITE REPORT-RECORD FROM WS-RPT-PAGE-HEADING
		WRITE REPORT-RECORD FROM WS-RPT-COL-HDR
		MOVE ZERO TO WS-RPT-LINE-COUNT.

	8300-WRITE-SECTION.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-BLANK-LINE
		WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
		ADD 2 TO WS-RPT-LINE-COUNT
		MOVE ZERO TO WS-SECTION-COUNT
		PERFORM VARYING WS-PT-IX FROM 1 BY 1
			UNTIL WS-PT-IX > WS-PT-ENTRY-COUNT
			MOVE WS-PT-RECORD(WS-PT-IX) TO PENDING-RECORD
			PERFORM 8350-SELECT-PND-LINE
		END-PERFORM
		IF WS-SECTION-COUNT = ZERO
			MOVE '  NONE' TO WS-RPT-SECTION-TEXT
			WRITE REPORT-RECORD
				FROM WS-RPT-SECTION-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF.

	8350-SELECT-PND-LINE.
		EVALUATE TRUE
			WHEN WS-SECT-WAITING AND PND-WAITING
				PERFORM 8400-WRITE-PND-LINE
			WHEN WS-SECT-WAITING AND PND-SELF-APPROVED
				PERFORM 8400-WRITE-PND-LINE
			WHEN WS-SECT-EXPIRED AND PND-EXPIRED
				PERFORM 8400-WRITE-PND-LINE
			WHEN WS-SECT-SELF AND PND-SELF-APPROVED
				PERFORM 8400-WRITE-PND-LINE
		END-EVALUATE.

	8400-WRITE-PND-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8100-WRITE-PAGE-HEADER
		END-IF
		MOVE PND-REQUESTER TO WS-RPT-DTL-REQUESTER
		MOVE PND-APPROVER TO WS-RPT-DTL-APPROVER
		MOVE SPACES TO WS-RPT-DTL-ITEM
		IF PND-MASTER-CARD
			MOVE 'MASTER' TO WS-RPT-DTL-TYPE
			MOVE PND-ITEM TO WS-PND-MAINT-VIEW
			STRING WS-PMV-ACTION ' ' WS-PMV-CODE ' '
				WS-PMV-DESCRIPTION
				DELIMITED BY SIZE
				INTO WS-RPT-DTL-ITEM
			END-STRING
		ELSE
			MOVE 'OVERRIDE' TO WS-RPT-DTL-TYPE
			MOVE PND-ITEM TO WS-PND-OVR-VIEW
			STRING 'REF=' WS-POV-REFERENCE
				' EXP=' WS-POV-EXPIRY-DATE
				DELIMITED BY SIZE
				INTO WS-RPT-DTL-ITEM
			END-STRING
		END-IF
		MOVE ZERO TO WS-DAYS-WAITING
		MOVE ZERO TO WS-RPT-DTL-FIRST
		IF PND-FIRST-DATE IS NUMERIC
			AND PND-FIRST-DATE > ZERO
			MOVE PND-FIRST-DATE TO WS-RPT-DTL-FIRST
			PERFORM 8450-COMPUTE-DAYS-WAITING
		END-IF
		MOVE WS-DAYS-WAITING TO WS-RPT-DTL-DAYS
		WRITE REPORT-RECORD FROM WS-RPT-PND-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT
		ADD 1 TO WS-SECTION-COUNT.

	8450-COMPUTE-DAYS-WAITING.
		IF PND-STATUS-DATE IS NOT NUMERIC
			OR PND-STATUS-DATE NOT > PND-FIRST-DATE
			MOVE PND-FIRST-DATE TO PND-STATUS-DATE
		END-IF
		COMPUTE WS-DAYS-WAITING =
			FUNCTION INTEGER-OF-DATE(PND-STATUS-DATE)
			- FUNCTION INTEGER-OF-DATE(PND-FIRST-DATE).

	9000-PRINT-SUMMARY.
		DISPLAY '===== PENDRPT RUN SUMMARY ====='
		DISPLAY 'RUN DATE           : ' WS-RUN-DATE
		DISPLAY 'PENDING READ       : ' WS-READ-COUNT
		DISPLAY 'RECORDS IGNORED    : ' WS-IGNORED-COUNT
		DISPLAY 'MASTER CARDS       : ' WS-MASTER-COUNT
		DISPLAY 'OVERRIDES          : ' WS-OVERRIDE-COUNT
		DISPLAY 'AWAITING APPROVAL  : ' WS-WAITING-COUNT
		DISPLAY 'SELF-APPROVED      : ' WS-SELF-COUNT
		DISPLAY 'EXPIRED UNAPPROVED : ' WS-EXPIRED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-READ-COUNT TO SLB-RECORDS-IN
		COMPUTE SLB-RECORDS-OUT = WS-WAITING-COUNT
			+ WS-SELF-COUNT
			+ WS-EXPIRED-COUNT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
