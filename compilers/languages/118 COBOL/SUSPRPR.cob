	77 WS-COR-IX                PIC 9(3) VALUE ZERO.
	77 WS-COR-JX                PIC 9(3) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		PERFORM 1000-OPEN-FILES
		IF WS-BATCH-OK
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'SUSPRPR' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	1000-OPEN-FILES.
		OPEN INPUT SUSPENSE-IN-FILE
		IF WS-SUSPIN-FILE-STATUS NOT = '00' AND '35'
		DISPLAY 'REPAIRS REJECTED   : ' WS-REJECTED-COUNT
		DISPLAY 'CORRECTIONS UNUSED : ' WS-COR-UNUSED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		COMPUTE SLB-RECORDS-IN = WS-CARRY-COUNT
			+ WS-AGED-READ-COUNT
		COMPUTE SLB-RECORDS-OUT = WS-CARRY-COUNT
			+ WS-APPLIED-COUNT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
