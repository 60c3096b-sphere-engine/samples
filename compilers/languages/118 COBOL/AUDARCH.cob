	77 WS-EXTRACT-COUNT         PIC 9(9) VALUE ZERO.
	77 WS-VOID-KEPT-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-REFVOID-KEPT-COUNT    PIC 9(9) VALUE ZERO.
	77 WS-FORCE-KEPT-COUNT      PIC 9(9) VALUE ZERO.
	77 WS-RELEASE-KEPT-COUNT    PIC 9(9) VALUE ZERO.
	77 WS-AGED-COUNT            PIC 9(9) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
		IF WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'AUDARCH' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			MOVE WS-PARM-LINE(1:8) TO WS-PARM-DAYS
			NOT < WS-CUTOFF-DISP
			WRITE EXTRACT-RECORD FROM WS-AUDIT-IN
			ADD 1 TO WS-REFVOID-KEPT-COUNT
		WHEN WS-AUDIT-IN(1:10) = 'FORCEPOST='
			AND WS-AUDIT-IN(28:8) IS NUMERIC
			AND WS-AUDIT-IN(28:8)
			NOT < WS-CUTOFF-DISP
			WRITE EXTRACT-RECORD FROM WS-AUDIT-IN
			ADD 1 TO WS-FORCE-KEPT-COUNT
		WHEN WS-AUDIT-IN(1:8) = 'RELEASE='
			AND WS-AUDIT-IN(26:8) IS NUMERIC
			AND WS-AUDIT-IN(26:8)
			NOT < WS-CUTOFF-DISP
			WRITE EXTRACT-RECORD FROM WS-AUDIT-IN
			ADD 1 TO WS-RELEASE-KEPT-COUNT
		WHEN OTHER
			ADD 1 TO WS-AGED-COUNT
		END-EVALUATE.
		DISPLAY 'RECENT RUN LINES   : ' WS-EXTRACT-COUNT
		DISPLAY 'RUNVOIDS CARRIED   : ' WS-VOID-KEPT-COUNT
		DISPLAY 'REFVOIDS CARRIED   : ' WS-REFVOID-KEPT-COUNT
		DISPLAY 'FORCEPOSTS CARRIED : ' WS-FORCE-KEPT-COUNT
		DISPLAY 'RELEASES CARRIED   : ' WS-RELEASE-KEPT-COUNT
		DISPLAY 'LINES ARCHIVED OFF : ' WS-AGED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-EXTRACT-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
