			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CHGH-FILE-STATUS.

		SELECT PENDING-IN-FILE ASSIGN TO PENDIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PENDIN-FILE-STATUS.

		SELECT PENDING-OUT-FILE ASSIGN TO PENDOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PENDOUT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  MAINT-FILE
		05  MNT-ACTIVE-FLAG          PIC X.
		05  MNT-EFFECTIVE-DATE       PIC X(8).
		05  MNT-EXPIRY-DATE          PIC X(8).
		05  MNT-REQUESTER-ID         PIC X(8).
		05  MNT-APPROVER-ID          PIC X(8).
		05  FILLER                   PIC X(12).

	FD  MASTER-FILE
		RECORDING MODE IS F.
		RECORDING MODE IS F.
	COPY CHGHREC.

	FD  PENDING-IN-FILE
		RECORDING MODE IS F.
	01  PENDING-IN-RECORD            PIC X(120).

	FD  PENDING-OUT-FILE
		RECORDING MODE IS F.
	01  PENDING-OUT-RECORD           PIC X(120).

	WORKING-STORAGE SECTION.
	77 WS-MAINT-FILE-STATUS     PIC X(2) VALUE SPACES.
	77 WS-MAST-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-RPT-LINE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-PAGE-COUNT        PIC 9(4) VALUE ZERO.
	77 WS-RPT-LINES-PER-PAGE    PIC 9(4) VALUE 40.
	77 WS-PENDIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-PENDOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-APPROVAL-DAYS         PIC 9(3) VALUE 5.
	77 WS-CARD-FIRST-DATE       PIC 9(8) VALUE ZERO.
	77 WS-PENDING-AGE           PIC 9(5) VALUE ZERO.
	77 WS-APPROVAL-SW           PIC X VALUE SPACE.
		88 WS-CARD-APPROVED            VALUE 'A'.
		88 WS-CARD-PENDING             VALUE 'P'.
		88 WS-CARD-SELF-APPROVED       VALUE 'S'.
		88 WS-CARD-EXPIRED             VALUE 'X'.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
		05 WS-CHANGE-COUNT      PIC 9(9) VALUE ZERO.
		05 WS-DEACT-COUNT       PIC 9(9) VALUE ZERO.
		05 WS-MAINT-REJECT-COUNT PIC 9(9) VALUE ZERO.
		05 WS-PEND-READ-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-PENDING-COUNT     PIC 9(9) VALUE ZERO.
		05 WS-SELF-APPR-COUNT   PIC 9(9) VALUE ZERO.
		05 WS-EXPIRED-COUNT     PIC 9(9) VALUE ZERO.

	01 WS-REJECT-REASON          PIC X(25) VALUE SPACES.


	01 WS-BEFORE-MASTER          PIC X(80) VALUE SPACES.

	COPY PENDREC.

	COPY OPTBLK.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(26)
			VALUE 'MASTMNT MASTER MAINT RPT'.
	01 WS-RPT-COL-HDR.
		05 FILLER               PIC X(5) VALUE '  ACT'.
		05 FILLER               PIC X(6) VALUE '  CODE'.
		05 FILLER               PIC X(37) VALUE '  DISPOSITION'.
		05 FILLER               PIC X(9) VALUE 'REQUESTER'.
		05 FILLER               PIC X(9) VALUE ' APPROVER'.
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-MAINT-DETAIL.
		05 FILLER               PIC X(4) VALUE SPACES.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DTL-DISP      PIC X(10).
		05 WS-RPT-DTL-REASON    PIC X(25).
		05 WS-RPT-DTL-REQUESTER PIC X(8).
		05 FILLER               PIC X(1) VALUE SPACES.
		05 WS-RPT-DTL-APPROVER  PIC X(8).
		05 FILLER               PIC X(15) VALUE SPACES.

	01 WS-RPT-IMAGE-LINE.
		05 FILLER               PIC X(7) VALUE SPACES.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		PERFORM 0200-LOAD-OPTIONS
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
			PERFORM 1050-PENDING-LOOP
			PERFORM 1100-MAINT-LOOP
			PERFORM 8900-WRITE-TOTALS
		END-IF
			MOVE 16 TO RETURN-CODE
		ELSE
			IF WS-MAINT-REJECT-COUNT > ZERO
				OR WS-SELF-APPR-COUNT > ZERO
				OR WS-EXPIRED-COUNT > ZERO
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'MASTMNT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0200-LOAD-OPTIONS.
		INITIALIZE OPTION-BLOCK
		MOVE WS-APPROVAL-DAYS TO OPT-APPROVAL-DAYS
		CALL 'OPTLOAD' USING OPTION-BLOCK
		IF OPT-NO-FILE
			DISPLAY 'NO OPTION FILE - DEFAULTS IN EFFECT'
		ELSE
			MOVE OPT-APPROVAL-DAYS TO WS-APPROVAL-DAYS
		END-IF.

	1000-OPEN-FILES.
		OPEN INPUT MAINT-FILE
		IF WS-MAINT-FILE-STATUS NOT = '00'
			DISPLAY 'CHGHIST OPEN FAILED, STATUS='
				WS-CHGH-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF
		OPEN INPUT PENDING-IN-FILE
		EVALUATE TRUE
		WHEN WS-PENDIN-FILE-STATUS = '35'
			DISPLAY 'NO PENDING FILE - NOTHING AWAITING '
				'APPROVAL'
		WHEN WS-PENDIN-FILE-STATUS NOT = '00'
			DISPLAY 'PENDIN OPEN FAILED, STATUS='
				WS-PENDIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-EVALUATE
		OPEN OUTPUT PENDING-OUT-FILE
		IF WS-PENDOUT-FILE-STATUS NOT = '00'
			DISPLAY 'PENDOUT OPEN FAILED, STATUS='
				WS-PENDOUT-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1900-CLOSE-FILES.
		IF WS-CHGH-FILE-STATUS = '00' OR '05'
			CLOSE CHANGE-HIST-FILE
		END-IF
		IF WS-PENDIN-FILE-STATUS = '00' OR '10'
			CLOSE PENDING-IN-FILE
		END-IF
		IF WS-PENDOUT-FILE-STATUS = '00'
			CLOSE PENDING-OUT-FILE
		END-IF
		IF WS-RPT-FILE-STATUS = '00'
			CLOSE REPORT-FILE
		END-IF.

	1050-PENDING-LOOP.
		IF WS-PENDIN-FILE-STATUS = '00'
			MOVE 'N' TO WS-EOF-SWITCH
			READ PENDING-IN-FILE INTO PENDING-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				PERFORM 1055-SELECT-PENDING
				READ PENDING-IN-FILE INTO PENDING-RECORD
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			MOVE 'N' TO WS-EOF-SWITCH
		END-IF.

	1055-SELECT-PENDING.
		IF PND-MASTER-CARD
			AND (PND-WAITING OR PND-SELF-APPROVED)
			PERFORM 1060-PROCESS-PENDING
		END-IF.

	1060-PROCESS-PENDING.
		ADD 1 TO WS-PEND-READ-COUNT
		MOVE PND-ITEM TO MAINT-RECORD
		MOVE PND-APPROVER TO MNT-APPROVER-ID
		IF PND-FIRST-DATE IS NUMERIC
			AND PND-FIRST-DATE NOT < 16010101
			AND PND-FIRST-DATE NOT > WS-RUN-DATE
			MOVE PND-FIRST-DATE TO WS-CARD-FIRST-DATE
		ELSE
			MOVE WS-RUN-DATE TO WS-CARD-FIRST-DATE
		END-IF
		PERFORM 1150-PROCESS-CARD.

	1100-MAINT-LOOP.
		READ MAINT-FILE
			AT END
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-MAINT-READ-COUNT
			MOVE WS-RUN-DATE TO WS-CARD-FIRST-DATE
			PERFORM 1150-PROCESS-CARD
			READ MAINT-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM.

	1150-PROCESS-CARD.
		PERFORM 1500-VALIDATE-MAINT
		IF WS-MAINT-VALID
			PERFORM 1560-CHECK-APPROVAL
			IF WS-CARD-APPROVED
				EVALUATE MNT-ACTION
				WHEN 'A'
					PERFORM 2000-APPLY-ADD
					PERFORM 2200-APPLY-DEACT
				END-EVALUATE
			ELSE
				PERFORM 1580-PARK-CARD
			END-IF
		ELSE
			PERFORM 1600-REPORT-REJECT
		END-IF.

	1500-VALIDATE-MAINT.
		SET WS-MAINT-VALID TO TRUE
				MOVE 'EXPIRY BEFORE EFFECTIVE'
					TO WS-REJECT-REASON
			END-IF
			IF MNT-REQUESTER-ID = SPACES
				SET WS-MAINT-INVALID TO TRUE
				MOVE 'REQUESTER ID MISSING'
					TO WS-REJECT-REASON
			END-IF
		END-IF.

	1550-READ-MASTER.
				SET WS-MASTER-READ-OK TO TRUE
		END-READ.

	1560-CHECK-APPROVAL.
		COMPUTE WS-PENDING-AGE =
			FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
			- FUNCTION INTEGER-OF-DATE(WS-CARD-FIRST-DATE)
		EVALUATE TRUE
		WHEN MNT-APPROVER-ID NOT = SPACES
			AND MNT-APPROVER-ID NOT = MNT-REQUESTER-ID
			SET WS-CARD-APPROVED TO TRUE
		WHEN WS-PENDING-AGE NOT < WS-APPROVAL-DAYS
			SET WS-CARD-EXPIRED TO TRUE
		WHEN MNT-APPROVER-ID = SPACES
			SET WS-CARD-PENDING TO TRUE
		WHEN OTHER
			SET WS-CARD-SELF-APPROVED TO TRUE
		END-EVALUATE.

	1580-PARK-CARD.
		MOVE SPACES TO PENDING-RECORD
		MOVE 'M' TO PND-TYPE
		MOVE WS-CARD-FIRST-DATE TO PND-FIRST-DATE
		MOVE WS-RUN-DATE TO PND-STATUS-DATE
		MOVE MNT-REQUESTER-ID TO PND-REQUESTER
		MOVE MNT-APPROVER-ID TO PND-APPROVER
		MOVE MAINT-RECORD TO PND-ITEM
		EVALUATE TRUE
		WHEN WS-CARD-EXPIRED
			SET PND-EXPIRED TO TRUE
			ADD 1 TO WS-EXPIRED-COUNT
			MOVE 'EXPIRED' TO WS-RPT-DTL-DISP
			MOVE 'NOT APPROVED IN TIME'
				TO WS-RPT-DTL-REASON
		WHEN WS-CARD-SELF-APPROVED
			SET PND-SELF-APPROVED TO TRUE
			ADD 1 TO WS-SELF-APPR-COUNT
			ADD 1 TO WS-PENDING-COUNT
			MOVE 'PENDING' TO WS-RPT-DTL-DISP
			MOVE 'SELF-APPROVAL REFUSED'
				TO WS-RPT-DTL-REASON
		WHEN OTHER
			SET PND-WAITING TO TRUE
			ADD 1 TO WS-PENDING-COUNT
			MOVE 'PENDING' TO WS-RPT-DTL-DISP
			MOVE 'AWAITING APPROVAL'
				TO WS-RPT-DTL-REASON
		END-EVALUATE
		WRITE PENDING-OUT-RECORD FROM PENDING-RECORD
		MOVE MNT-ACTION TO WS-RPT-DTL-ACTION
		MOVE MNT-CODE TO WS-RPT-DTL-CODE
		MOVE MNT-REQUESTER-ID TO WS-RPT-DTL-REQUESTER
		MOVE MNT-APPROVER-ID TO WS-RPT-DTL-APPROVER
		PERFORM 8200-WRITE-DETAIL-LINE.

	2000-APPLY-ADD.
		PERFORM 1550-READ-MASTER
		IF WS-MASTER-READ-OK
		MOVE MNT-CODE TO WS-RPT-DTL-CODE
		MOVE 'REJECTED' TO WS-RPT-DTL-DISP
		MOVE WS-REJECT-REASON TO WS-RPT-DTL-REASON
		MOVE MNT-REQUESTER-ID TO WS-RPT-DTL-REQUESTER
		MOVE MNT-APPROVER-ID TO WS-RPT-DTL-APPROVER
		PERFORM 8200-WRITE-DETAIL-LINE.

	1700-REPORT-APPLIED.
		MOVE MNT-CODE TO WS-RPT-DTL-CODE
		MOVE 'APPLIED' TO WS-RPT-DTL-DISP
		MOVE SPACES TO WS-RPT-DTL-REASON
		MOVE MNT-REQUESTER-ID TO WS-RPT-DTL-REQUESTER
		MOVE MNT-APPROVER-ID TO WS-RPT-DTL-APPROVER
		PERFORM 8200-WRITE-DETAIL-LINE
		MOVE 'BEFORE: ' TO WS-RPT-IMG-LABEL
		MOVE WS-BEFORE-FLAG TO WS-RPT-IMG-FLAG
			MOVE MNT-ACTION TO CH-ACTION
			MOVE WS-BEFORE-MASTER TO CH-BEFORE-IMAGE
			MOVE MASTER-RECORD TO CH-AFTER-IMAGE
			MOVE MNT-REQUESTER-ID TO CH-REQUESTER-ID
			MOVE MNT-APPROVER-ID TO CH-APPROVER-ID
			WRITE CHANGE-HISTORY-RECORD
		END-IF.

		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'UPDATES REJECTED    :' TO WS-RPT-TOT-TEXT
		MOVE WS-MAINT-REJECT-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'PENDING CARDS READ  :' TO WS-RPT-TOT-TEXT
		MOVE WS-PEND-READ-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'AWAITING APPROVAL   :' TO WS-RPT-TOT-TEXT
		MOVE WS-PENDING-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'SELF-APPROVALS      :' TO WS-RPT-TOT-TEXT
		MOVE WS-SELF-APPR-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE
		MOVE 'EXPIRED UNAPPROVED  :' TO WS-RPT-TOT-TEXT
		MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-COUNT
		WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

	9000-PRINT-SUMMARY.
		DISPLAY 'CODES CHANGED      : ' WS-CHANGE-COUNT
		DISPLAY 'CODES DEACTIVATED  : ' WS-DEACT-COUNT
		DISPLAY 'UPDATES REJECTED   : ' WS-MAINT-REJECT-COUNT
		DISPLAY 'PENDING CARDS READ : ' WS-PEND-READ-COUNT
		DISPLAY 'AWAITING APPROVAL  : ' WS-PENDING-COUNT
		DISPLAY 'SELF-APPROVALS     : ' WS-SELF-APPR-COUNT
		DISPLAY 'EXPIRED UNAPPROVED : ' WS-EXPIRED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-MAINT-READ-COUNT
			+ WS-PEND-READ-COUNT
		COMPUTE SLB-RECORDS-OUT = WS-ADD-COUNT
			+ WS-CHANGE-COUNT
			+ WS-DEACT-COUNT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
