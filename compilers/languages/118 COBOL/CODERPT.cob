	77 WS-EXPIRING-COUNT        PIC 9(5) VALUE ZERO.
	77 WS-JUMP-COUNT            PIC 9(5) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-EOF-SWITCH         PIC X VALUE 'N'.
			88 WS-END-OF-FILE         VALUE 'Y'.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		PERFORM 0100-PARSE-PARM
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'CODERPT' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-PARM.
		IF WS-PARM-LINE NOT = SPACES
			UNSTRING WS-PARM-LINE DELIMITED BY ','
		DISPLAY 'EXPIRING + POSTING : ' WS-EXPIRING-COUNT
		DISPLAY 'VOLUME JUMPS       : ' WS-JUMP-COUNT
		DISPLAY '==============================='.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-USAGE-READ-COUNT TO SLB-RECORDS-IN
		COMPUTE SLB-RECORDS-OUT = WS-DORMANT-COUNT
			+ WS-EXPIRING-COUNT
			+ WS-JUMP-COUNT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
