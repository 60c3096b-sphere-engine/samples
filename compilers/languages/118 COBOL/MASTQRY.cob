	77 WS-HIST-USED-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-REPORTED-COUNT        PIC 9(9) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'MASTQRY' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			UNSTRING WS-PARM-LINE DELIMITED BY ','
		DISPLAY 'CHANGES IN SCOPE   : ' WS-HIST-USED-COUNT
		DISPLAY 'CODES REPORTED     : ' WS-REPORTED-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-HIST-READ-COUNT TO SLB-RECORDS-IN
		MOVE WS-REPORTED-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
