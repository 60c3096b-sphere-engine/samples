			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-OVR-FILE-STATUS.

		SELECT OVR-PEND-IN-FILE ASSIGN TO OVRPIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-OVRPIN-FILE-STATUS.

		SELECT OVR-PEND-OUT-FILE ASSIGN TO OVRPOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-OVRPOUT-FILE-STATUS.

		SELECT OPTIONAL CODE-USAGE-FILE ASSIGN TO CODEHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CODEH-FILE-STATUS.

		SELECT SOURCE-REG-FILE ASSIGN TO SRCREG
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SR-SOURCE-ID
			FILE STATUS IS WS-SRCREG-FILE-STATUS.

		SELECT HELD-FILE ASSIGN TO HELDOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-HELD-FILE-STATUS.

		SELECT PERIOD-FILE ASSIGN TO PERIODS
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PERIOD-FILE-STATUS.

		SELECT OPTIONAL SRC-HIST-FILE ASSIGN TO SRCHIST
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SRCH-FILE-STATUS.

		SELECT WAREHOUSE-IN-FILE ASSIGN TO WHSEIN
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEIN-FILE-STATUS.

		SELECT WAREHOUSE-OUT-FILE ASSIGN TO WHSEOUT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEOUT-FILE-STATUS.

		SELECT WAREHOUSE-ACT-FILE ASSIGN TO WHSEACT
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WHSEACT-FILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD  TRAN-FILE
		05  OVR-REFERENCE            PIC X(10).
		05  OVR-USER-ID              PIC X(8).
		05  OVR-EXPIRY-DATE          PIC X(8).
		05  OVR-APPROVER-ID          PIC X(8).
		05  FILLER                   PIC X(46).

	FD  OVR-PEND-IN-FILE
		RECORDING MODE IS F.
	01  OVR-PEND-IN-RECORD           PIC X(120).

	FD  OVR-PEND-OUT-FILE
		RECORDING MODE IS F.
	01  OVR-PEND-OUT-RECORD          PIC X(120).

	FD  SOURCE-REG-FILE
		RECORDING MODE IS F.
	COPY SRCREC.

	FD  HELD-FILE
		RECORDING MODE IS F.
	01  HELD-RECORD                  PIC X(80).

	FD  PERIOD-FILE
		RECORDING MODE IS F.
	COPY PERDREC.

	FD  SRC-HIST-FILE
		RECORDING MODE IS F.
	COPY SRCHREC.

	FD  WAREHOUSE-IN-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-IN-RECORD          PIC X(140).

	FD  WAREHOUSE-OUT-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-OUT-RECORD         PIC X(140).

	FD  WAREHOUSE-ACT-FILE
		RECORDING MODE IS F.
	01  WAREHOUSE-ACT-RECORD         PIC X(80).

	WORKING-STORAGE SECTION.
	77 n PIC ZZZ9 .
		88 WS-OVR-MATCH                VALUE 'Y'.
	77 WS-FORCE-COUNT           PIC 9(3) VALUE ZERO.
	77 WS-FORCED-COUNT          PIC 9(9) VALUE ZERO.
	77 WS-OVRPIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-OVRPOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-APPROVAL-DAYS         PIC 9(3) VALUE 5.
	77 WS-OVR-AGE               PIC 9(5) VALUE ZERO.
	77 WS-OVR-PEND-COUNT        PIC 9(3) VALUE ZERO.
	77 WS-OVR-SELF-COUNT        PIC 9(3) VALUE ZERO.
	77 WS-OVR-EXPD-COUNT        PIC 9(3) VALUE ZERO.
	77 WS-OPND-MAX              PIC 9(3) VALUE 200.
	77 WS-OPND-COUNT            PIC 9(3) VALUE ZERO.
	77 WS-OPND-IX               PIC 9(3) VALUE ZERO.
	77 WS-OPND-JX               PIC 9(3) VALUE ZERO.
	77 WS-OPND-MATCH-SW         PIC X VALUE 'N'.
		88 WS-OPND-MATCH               VALUE 'Y'.
	77 WS-FORCE-POST-SW         PIC X VALUE 'N'.
		88 WS-FORCE-POST               VALUE 'Y'.
	77 WS-SUSPIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-SUSPOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-FINLREJ-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-LATE-DIFF             PIC S9(5) VALUE ZERO.
	77 WS-LATE-MODE-SW          PIC X VALUE 'N'.
		88 WS-LATE-FEED                VALUE 'Y'.
	77 WS-SRCREG-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-HELD-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-SRC-POLICY            PIC X VALUE 'H'.
		88 WS-POLICY-HOLD              VALUE 'H'.
		88 WS-POLICY-REJECT            VALUE 'R'.
	77 WS-REG-SW                PIC X VALUE 'N'.
		88 WS-REG-AVAILABLE            VALUE 'Y'.
	77 WS-REG-FOUND-SW          PIC X VALUE 'N'.
		88 WS-REG-FOUND                VALUE 'Y'.
	77 WS-SEG-STATUS-SW         PIC X VALUE 'A'.
		88 WS-SEG-ACCEPTED             VALUE 'A'.
		88 WS-SEG-HELD                 VALUE 'H'.
		88 WS-SEG-REFUSED              VALUE 'R'.
		88 WS-SEG-DIVERTED             VALUE 'H' 'R'.
	77 WS-SEG-REG-STATUS        PIC X VALUE SPACE.
		88 WS-SEG-REGISTERED           VALUE 'R'.
		88 WS-SEG-UNREGISTERED         VALUE 'U'.
		88 WS-SEG-INACTIVE             VALUE 'I'.
	77 WS-HELD-COUNT            PIC 9(9) VALUE ZERO.
	77 WS-HELD-RELEASED-COUNT   PIC 9(9) VALUE ZERO.
	77 WS-SRC-REFUSED-COUNT     PIC 9(9) VALUE ZERO.
	77 WS-BUS-WEEKDAY           PIC 9 VALUE ZERO.
	77 WS-MISS-MAX              PIC 9(3) VALUE 50.
	77 WS-MISS-COUNT            PIC 9(3) VALUE ZERO.
	77 WS-MISS-LISTED           PIC 9(3) VALUE ZERO.
	77 WS-MISS-IX               PIC 9(3) VALUE ZERO.
	77 WS-VOL-ALERT-COUNT       PIC 9(3) VALUE ZERO.
	77 WS-SRC-KX                PIC 9(2) VALUE ZERO.
	77 WS-PERIOD-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-SRCH-FILE-STATUS      PIC X(2) VALUE SPACES.
	77 WS-SRCH-WRITE-COUNT      PIC 9(4) VALUE ZERO.
	77 WS-CTL-SOURCE            PIC X(8) VALUE SPACES.
	77 WS-CTL-FAIL-SW           PIC X VALUE 'N'.
		88 WS-CTL-FAILED               VALUE 'Y'.
	77 WS-OFF-MAX               PIC 9(4) VALUE 500.
	77 WS-OFF-COUNT             PIC 9(4) VALUE ZERO.
	77 WS-OFF-IX                PIC 9(4) VALUE ZERO.
	77 WS-OFF-JX                PIC 9(4) VALUE ZERO.
	77 WS-OFF-CATEGORY          PIC X VALUE SPACE.
	77 WS-OFF-REASON            PIC X(12) VALUE SPACES.
	77 WS-OFF-OVFL-SW           PIC X VALUE 'N'.
		88 WS-OFF-OVERFLOWED           VALUE 'Y'.
	77 WS-CLOSED-PERIOD         PIC X VALUE 'F'.
		88 WS-CLOSED-REFUSE            VALUE 'F'.
		88 WS-CLOSED-ROUTE             VALUE 'R'.
	77 WS-PERIOD-SW             PIC X VALUE 'N'.
		88 WS-PRD-NO-CALENDAR          VALUE 'N'.
		88 WS-PRD-UNLISTED             VALUE 'U'.
		88 WS-PRD-OPEN                 VALUE 'O'.
		88 WS-PRD-ROUTED               VALUE 'R'.
		88 WS-PRD-REFUSED              VALUE 'F'.
	77 WS-PRD-MAX               PIC 9(3) VALUE 120.
	77 WS-PRD-COUNT             PIC 9(3) VALUE ZERO.
	77 WS-PRD-IX                PIC 9(3) VALUE ZERO.
	77 WS-PRD-JX                PIC 9(3) VALUE ZERO.
	77 WS-PRD-KX                PIC 9(3) VALUE ZERO.
	77 WS-PRD-MATCH-SW          PIC X VALUE 'N'.
		88 WS-PRD-MATCH                VALUE 'Y'.
	77 WS-POST-PERIOD           PIC 9(6) VALUE ZERO.
	77 WS-BUS-PERIOD            PIC 9(6) VALUE ZERO.
	77 WS-SUSP-PST-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-SUSP-PST-TOTAL        PIC 9(11) VALUE ZERO.
	77 WS-SUSP-REV-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-SUSP-REV-TOTAL        PIC 9(11) VALUE ZERO.
	77 WS-SUSP-FORCED-COUNT     PIC 9(7) VALUE ZERO.
	77 WS-WHSEIN-FILE-STATUS    PIC X(2) VALUE SPACES.
	77 WS-WHSEOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-WHSEACT-FILE-STATUS   PIC X(2) VALUE SPACES.
	77 WS-VDATE-INT             PIC 9(7) VALUE ZERO.
	77 WS-VDATE-SW              PIC X VALUE 'N'.
		88 WS-VDATE-NONE               VALUE 'N'.
		88 WS-VDATE-DUE                VALUE 'D'.
		88 WS-VDATE-FUTURE             VALUE 'F'.
		88 WS-VDATE-BAD                VALUE 'B'.
	77 WS-WHSE-NEW-COUNT        PIC 9(9) VALUE ZERO.
	77 WS-WHSE-SUSP-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-WHSE-READ-COUNT       PIC 9(9) VALUE ZERO.
	77 WS-WHSE-CARRIED-COUNT    PIC 9(9) VALUE ZERO.
	77 WS-WHSE-RELEASED-COUNT   PIC 9(9) VALUE ZERO.
	77 WS-WHSE-REL-POST-COUNT   PIC 9(9) VALUE ZERO.
	77 WS-WHSE-REL-SUSP-COUNT   PIC 9(9) VALUE ZERO.
	77 WS-WHSE-RESULT           PIC X(8) VALUE SPACES.
		88 WS-WHSE-TO-SUSPENSE         VALUE 'SUSPENSE'.
	77 WS-WHSE-RELEASE-SW       PIC X VALUE 'N'.
		88 WS-WHSE-RELEASING           VALUE 'Y'.
	77 WS-RSRC-MAX              PIC 9(2) VALUE 20.
	77 WS-RSRC-COUNT            PIC 9(2) VALUE ZERO.
	77 WS-RSRC-IX               PIC 9(2) VALUE ZERO.
	77 WS-RSRC-JX               PIC 9(2) VALUE ZERO.

	COPY STEPBLK.

	01 WS-SWITCHES.
		05 WS-INPUT-MODE-SW     PIC X VALUE 'F'.
		05 WS-REJECT-POSITION   PIC ZZZZZZZZ9.
		05 FILLER               PIC X(9) VALUE '  VALUE='.
		05 WS-REJECT-VALUE      PIC X(4).
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-REJECT-REFERENCE  PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-REJECT-RUNID      PIC X(12).
		05 FILLER               PIC X(14) VALUE SPACES.

	COPY AUDREC.

	COPY SUSPREC.

	COPY WHSEREC.

	COPY RUNHREC.

	COPY OPTBLK.
		05 WS-RT-SS             PIC 9(2).
		05 FILLER               PIC X(2).

	01 WS-VDATE                  PIC 9(8) VALUE ZERO.
	01 WS-VDATE-PARTS REDEFINES WS-VDATE.
		05 WS-VDATE-YYYY        PIC 9(4).
		05 WS-VDATE-MM          PIC 9(2).
		05 WS-VDATE-DD          PIC 9(2).

	01 WS-VOID-TABLE.
		05 WS-VOID-RUNID-ENT     PIC X(12) OCCURS 50 TIMES.

			10 WS-SRC-REJECT     PIC 9(9).
			10 WS-SRC-EXCP       PIC 9(9).
			10 WS-SRC-DUP        PIC 9(9).
			10 WS-SRC-HELD       PIC 9(9).
			10 WS-SRC-WHSE       PIC 9(9).
			10 WS-SRC-REG-STATUS PIC X.
			10 WS-SRC-DISP       PIC X.
			10 WS-SRC-VOL-MIN    PIC 9(9).
			10 WS-SRC-VOL-MAX    PIC 9(9).
			10 WS-SRC-VOL-FLAG   PIC X(4).
			10 WS-SRC-PST-COUNT  PIC 9(9).
			10 WS-SRC-PST-TOTAL  PIC 9(11).
			10 WS-SRC-REV-COUNT  PIC 9(9).
			10 WS-SRC-REV-TOTAL  PIC 9(11).
			10 WS-SRC-FORCED     PIC 9(7).
			10 WS-SRC-CTL-FAIL   PIC 9(3).
			10 WS-SRC-LATE       PIC 9(3).

	01 WS-RSRC-TABLE.
		05 WS-RSRC-ENTRY OCCURS 20 TIMES.
			10 WS-RSRC-SYSTEM    PIC X(8).
			10 WS-RSRC-PST-COUNT PIC 9(9).
			10 WS-RSRC-PST-TOTAL PIC 9(11).
			10 WS-RSRC-REV-COUNT PIC 9(9).
			10 WS-RSRC-REV-TOTAL PIC 9(11).
			10 WS-RSRC-FORCED    PIC 9(7).
			10 WS-RSRC-MERGED-SW PIC X.

	01 WS-PRD-TABLE.
		05 WS-PRD-ENTRY OCCURS 120 TIMES.
			10 WS-PRD-ID         PIC 9(6).
			10 WS-PRD-START      PIC 9(8).
			10 WS-PRD-END        PIC 9(8).
			10 WS-PRD-STATUS     PIC X.

	01 WS-MISS-TABLE.
		05 WS-MISS-ENTRY OCCURS 50 TIMES.
			10 WS-MISS-SOURCE    PIC X(8).
			10 WS-MISS-BRANCH    PIC X(30).

	01 WS-OFF-TABLE.
		05 WS-OFF-ENTRY OCCURS 500 TIMES.
			10 WS-OFF-SOURCE     PIC X(8).
			10 WS-OFF-CAT        PIC X.
			10 WS-OFF-CODE       PIC X(4).
			10 WS-OFF-RSN        PIC X(12).
			10 WS-OFF-TALLY      PIC 9(9).

	01 WS-HELD-LINE.
		05 FILLER               PIC X(9) VALUE 'POSITION '.
		05 WS-HELD-POSITION     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(6) VALUE '  SRC='.
		05 WS-HELD-SOURCE       PIC X(8).
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-HELD-REFERENCE    PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-HELD-RUNID        PIC X(12).
		05 FILLER               PIC X(13) VALUE SPACES.

	01 WS-WHSE-LINE.
		05 FILLER               PIC X(9) VALUE 'POSITION '.
		05 WS-WHSE-POSITION     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(6) VALUE '  SRC='.
		05 WS-WHSE-SOURCE       PIC X(8).
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-WHSE-REFERENCE    PIC X(10).
		05 FILLER               PIC X(4) VALUE ' VD='.
		05 WS-WHSE-VALUE-DATE   PIC X(8).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-WHSE-RUNID        PIC X(12).
		05 FILLER               PIC X(1) VALUE SPACES.

	01 WS-RELEASE-LINE.
		05 FILLER               PIC X(9) VALUE 'RELEASE  '.
		05 FILLER               PIC X(4) VALUE 'REF='.
		05 WS-REL-REFERENCE     PIC X(10).
		05 FILLER               PIC X(5) VALUE ' SRC='.
		05 WS-REL-SOURCE        PIC X(8).
		05 FILLER               PIC X(4) VALUE ' VD='.
		05 WS-REL-VALUE-DATE    PIC 9(8).
		05 FILLER               PIC X(5) VALUE ' RES='.
		05 WS-REL-RESULT        PIC X(8).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-REL-RUNID         PIC X(12).

	01 WS-WHSE-ACT-LINE          PIC X(80) VALUE SPACES.

	01 WS-VOID-LINE.
		05 FILLER               PIC X(8) VALUE 'RUNVOID='.
			10 WS-OVR-REFERENCE  PIC X(10).
			10 WS-OVR-USER       PIC X(8).
			10 WS-OVR-EXPIRY     PIC X(8).
			10 WS-OVR-APPROVER   PIC X(8).

	01 WS-OPND-TABLE.
		05 WS-OPND-ENTRY OCCURS 200 TIMES.
			10 WS-OPND-REFERENCE PIC X(10).
			10 WS-OPND-REQUESTER PIC X(8).
			10 WS-OPND-EXPIRY    PIC X(8).
			10 WS-OPND-FIRST     PIC 9(8).
			10 WS-OPND-STATUS    PIC X.

	COPY PENDREC.

	01 WS-FORCE-TABLE.
		05 WS-FORCE-ENTRY OCCURS 200 TIMES.
			10 WS-FORCE-REFERENCE PIC X(10).
			10 WS-FORCE-USER     PIC X(8).
			10 WS-FORCE-APPROVER PIC X(8).
			10 WS-FORCE-POSITION PIC 9(9).

	01 WS-FORCE-LINE.
		05 WS-FORCE-LINE-POS    PIC ZZZZZZZZ9.
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-FORCE-LINE-REF    PIC X(10).
		05 FILLER               PIC X(6) VALUE '  REQ='.
		05 WS-FORCE-LINE-USER   PIC X(8).
		05 FILLER               PIC X(6) VALUE ' APPR='.
		05 WS-FORCE-LINE-APPR   PIC X(8).
		05 FILLER               PIC X(18) VALUE SPACES.

	01 WS-REFVOID-LINE.
		05 FILLER               PIC X(8) VALUE 'REFVOID='.
		05 WS-REFVOID-RUNID     PIC X(12).
		05 FILLER               PIC X(43) VALUE SPACES.

	01 WS-FORCEPOST-LINE.
		05 FILLER               PIC X(10) VALUE 'FORCEPOST='.
		05 WS-FPOST-REFERENCE   PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-FPOST-RUNID       PIC X(12).
		05 FILLER               PIC X(5) VALUE ' SEQ='.
		05 WS-FPOST-SEQ         PIC ZZZZZZZZ9.
		05 FILLER               PIC X(6) VALUE ' USER='.
		05 WS-FPOST-USER        PIC X(8).
		05 FILLER               PIC X(5) VALUE ' APR='.
		05 WS-FPOST-APPROVER    PIC X(8).

	01 WS-RELMARK-LINE.
		05 FILLER               PIC X(8) VALUE 'RELEASE='.
		05 WS-RELMARK-REF       PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-RELMARK-RUNID     PIC X(12).
		05 FILLER               PIC X(5) VALUE ' SEQ='.
		05 WS-RELMARK-SEQ       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(4) VALUE ' VD='.
		05 WS-RELMARK-VDATE     PIC 9(8).
		05 FILLER               PIC X(5) VALUE ' SRC='.
		05 WS-RELMARK-SOURCE    PIC X(8).
		05 FILLER               PIC X(4) VALUE SPACES.

	01 WS-DUP-LINE.
		05 FILLER               PIC X(9) VALUE 'POSITION '.
		05 WS-DUP-POSITION      PIC ZZZZZZZZ9.
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-DUP-REFERENCE     PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-DUP-RUNID         PIC X(12).
		05 FILLER               PIC X(27) VALUE SPACES.

	01 WS-FINLREJ-LINE.
		05 FILLER               PIC X(4) VALUE 'REF='.
		05 WS-EXCP-POSITION     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(9) VALUE '  CODE  ='.
		05 WS-EXCP-VALUE        PIC X(4).
		05 FILLER               PIC X(6) VALUE '  REF='.
		05 WS-EXCP-REFERENCE    PIC X(10).
		05 FILLER               PIC X(7) VALUE ' RUNID='.
		05 WS-EXCP-RUNID        PIC X(12).
		05 FILLER               PIC X(14) VALUE SPACES.

	01 WS-RPT-PAGE-HEADING.
		05 FILLER               PIC X(20)
		05 WS-RPT-OPTC-VALUE    PIC X(8).
		05 FILLER               PIC X(51) VALUE SPACES.

	01 WS-RPT-PERIOD-LINE.
		05 FILLER               PIC X(21)
			VALUE 'POSTING PERIOD      ='.
		05 WS-RPT-PRD-POST      PIC 9(6).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-PRD-NOTE      PIC X(51).

	01 WS-CODE-SUMMARY-TABLE.
		05 WS-CODE-ENTRY OCCURS 1 TO 5000 TIMES
			DEPENDING ON WS-CODE-ENTRY-COUNT
		05 FILLER               PIC X(9) VALUE '   REJECT'.
		05 FILLER               PIC X(9) VALUE '   EXCEPT'.
		05 FILLER               PIC X(9) VALUE '     DUPS'.
		05 FILLER               PIC X(9) VALUE '     HELD'.
		05 FILLER               PIC X(9) VALUE ' WAREHSED'.
		05 FILLER               PIC X(7) VALUE SPACES.

	01 WS-RPT-SRC-DETAIL.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-SRC-REJECT    PIC ZZZZZZZZ9.
		05 WS-RPT-SRC-EXCP      PIC ZZZZZZZZ9.
		05 WS-RPT-SRC-DUP       PIC ZZZZZZZZ9.
		05 WS-RPT-SRC-HELD      PIC ZZZZZZZZ9.
		05 WS-RPT-SRC-WHSE      PIC ZZZZZZZZ9.
		05 FILLER               PIC X(7) VALUE SPACES.

	01 WS-RPT-DIVERT-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DIV-SOURCE    PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DIV-STATUS    PIC X(12).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-DIV-DISP      PIC X(8).
		05 WS-RPT-DIV-COUNT     PIC ZZZZZZZZ9.
		05 FILLER               PIC X(37) VALUE SPACES.

	01 WS-RPT-MISSING-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-MISS-SOURCE   PIC X(8).
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-MISS-BRANCH   PIC X(30).
		05 FILLER               PIC X(38) VALUE SPACES.

	01 WS-RPT-VOLUME-LINE.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-VOL-SOURCE    PIC X(8).
		05 FILLER               PIC X(6) VALUE ' READ='.
		05 WS-RPT-VOL-READ      PIC ZZZZZZZZ9.
		05 FILLER               PIC X(5) VALUE ' MIN='.
		05 WS-RPT-VOL-MIN       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(5) VALUE ' MAX='.
		05 WS-RPT-VOL-MAX       PIC ZZZZZZZZ9.
		05 FILLER               PIC X(2) VALUE SPACES.
		05 WS-RPT-VOL-FLAG      PIC X(4).
		05 FILLER               PIC X(21) VALUE SPACES.

	01 WS-CHECKPOINT-LINE.
		05 FILLER               PIC X(9) VALUE 'POSITION '.

	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM 0050-LOG-STEP-START
		ACCEPT WS-PARM-LINE FROM COMMAND-LINE
		UNSTRING WS-PARM-LINE DELIMITED BY ','
			INTO WS-INPUT-MODE-SW WS-RESTART-SW
		PERFORM 9100-WRITE-RUN-HISTORY
		IF WS-BATCH-OK
			PERFORM 9150-WRITE-CODE-USAGE
			PERFORM 9170-WRITE-SOURCE-HISTORY
		ELSE
			PERFORM 9175-WRITE-FAILED-HISTORY
		END-IF
		IF WS-BATCH-FAILED AND WS-AUDIT-FILE-STATUS = '00'
			PERFORM 9200-WRITE-VOID-MARKER
		END-IF
		EVALUATE TRUE
		WHEN WS-BATCH-FAILED
			MOVE 16 TO RETURN-CODE
		WHEN WS-HELD-COUNT > ZERO
			OR WS-SRC-REFUSED-COUNT > ZERO
			OR WS-MISS-COUNT > ZERO
			OR WS-VOL-ALERT-COUNT > ZERO
			MOVE 6 TO RETURN-CODE
		WHEN WS-REJECT-COUNT > ZERO
			OR WS-EXCEPTION-COUNT > ZERO
			OR WS-DUP-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
		END-EVALUATE
		PERFORM 9900-LOG-STEP-END
		STOP RUN.

	0050-LOG-STEP-START.
		INITIALIZE STEP-LOG-BLOCK
		MOVE 'PROG' TO SLB-PROGRAM
		SET SLB-START TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK.

	0100-PARSE-BREAKER.
		IF WS-BRKR-PARM NOT = SPACES
			INSPECT WS-BRKR-PARM
		MOVE WS-RPT-LINES-PER-PAGE
			TO OPT-RPT-LINES-PER-PAGE
		MOVE WS-LATE-FEED-DAYS TO OPT-LATE-FEED-DAYS
		MOVE WS-APPROVAL-DAYS TO OPT-APPROVAL-DAYS
		MOVE WS-SRC-POLICY TO OPT-SRC-POLICY
		MOVE WS-CLOSED-PERIOD TO OPT-CLOSED-PERIOD
		CALL 'OPTLOAD' USING OPTION-BLOCK
		IF OPT-NO-FILE
			DISPLAY 'NO OPTION FILE - DEFAULTS IN EFFECT'
				TO WS-RPT-LINES-PER-PAGE
			MOVE OPT-LATE-FEED-DAYS
				TO WS-LATE-FEED-DAYS
			IF OPT-SRC-POLICY = 'H' OR 'R'
				MOVE OPT-SRC-POLICY TO WS-SRC-POLICY
			END-IF
			IF OPT-APPROVAL-DAYS > ZERO
				MOVE OPT-APPROVAL-DAYS
					TO WS-APPROVAL-DAYS
			END-IF
			IF OPT-CLOSED-PERIOD = 'F' OR 'R'
				MOVE OPT-CLOSED-PERIOD
					TO WS-CLOSED-PERIOD
			END-IF
		END-IF.

	1050-RUN-BATCH.
		PERFORM 1051-OPEN-INPUT-FILE
		IF WS-BATCH-OK
			PERFORM 1054-OPEN-SOURCE-REGISTRY
		END-IF
		IF WS-BATCH-OK
			PERFORM 1056-LOAD-PERIODS
		END-IF
		IF WS-BATCH-OK
			PERFORM 1150-PREVERIFY-FEED
		END-IF
		IF WS-PRD-REFUSED
			PERFORM 1053-OPEN-REPORT-FILE
		END-IF
		IF WS-BATCH-OK
			IF WS-RESTART-REQUESTED
				PERFORM 5000-VOID-PRIOR-ATTEMPTS
		IF WS-BATCH-OK
			PERFORM 2200-PROCESS-SUSPENSE
		END-IF
		IF WS-BATCH-OK
			PERFORM 2700-RELEASE-WAREHOUSE
		END-IF
		IF WS-BATCH-OK
			PERFORM 1100-FILE-LOOP
		END-IF
		IF WS-BATCH-OK
			PERFORM 2600-CHECK-EXPECTED-FEEDS
		END-IF
		PERFORM 1059-CLOSE-MAIN-FILES
		IF WS-BATCH-OK
			PERFORM 8500-WRITE-EXCEPTION-SECTIONS
			PERFORM 8550-WRITE-FORCED-POSTS
			PERFORM 8570-WRITE-WAREHOUSE-SECTION
			PERFORM 8650-WRITE-SOURCE-SUMMARY
			PERFORM 8680-WRITE-REGISTRY-SECTIONS
			PERFORM 8600-WRITE-CODE-SUMMARY
		ELSE
			PERFORM 8700-WRITE-ABORT-NOTE
			SET WS-BATCH-FAILED TO TRUE
		END-IF.

	1054-OPEN-SOURCE-REGISTRY.
		OPEN INPUT SOURCE-REG-FILE
		EVALUATE TRUE
		WHEN WS-SRCREG-FILE-STATUS = '35'
			DISPLAY 'NO SOURCE REGISTRY - '
				'SOURCES NOT CHECKED'
		WHEN WS-SRCREG-FILE-STATUS NOT = '00'
			DISPLAY 'SRCREG OPEN FAILED, STATUS='
				WS-SRCREG-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		WHEN OTHER
			SET WS-REG-AVAILABLE TO TRUE
		END-EVALUATE.

	1056-LOAD-PERIODS.
		OPEN INPUT PERIOD-FILE
		EVALUATE TRUE
		WHEN WS-PERIOD-FILE-STATUS = '35'
			DISPLAY 'NO PERIOD CALENDAR - '
				'PERIODS NOT CHECKED'
		WHEN WS-PERIOD-FILE-STATUS NOT = '00'
			DISPLAY 'PERIODS OPEN FAILED, STATUS='
				WS-PERIOD-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		WHEN OTHER
			PERFORM 1057-PERIOD-LOOP
			CLOSE PERIOD-FILE
		END-EVALUATE.

	1057-PERIOD-LOOP.
		MOVE 'N' TO WS-EOF-SWITCH
		READ PERIOD-FILE
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			PERFORM 1058-STORE-PERIOD
			READ PERIOD-FILE
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	1058-STORE-PERIOD.
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
		END-EVALUATE.

	1052-OPEN-OUTPUT-FILES.
		IF WS-RESTART-REQUESTED
			OPEN EXTEND AUDIT-FILE
		OPEN OUTPUT FINAL-REJECT-DATA-FILE
		OPEN OUTPUT DUPLICATE-FILE
		OPEN OUTPUT INTERFACE-FILE
		OPEN OUTPUT HELD-FILE
		OPEN OUTPUT OVR-PEND-OUT-FILE
		OPEN OUTPUT WAREHOUSE-OUT-FILE
		OPEN OUTPUT WAREHOUSE-ACT-FILE
		IF WS-REJECT-FILE-STATUS NOT = '00'
			OR WS-AUDIT-FILE-STATUS NOT = '00'
			OR WS-EXCP-FILE-STATUS NOT = '00'
			OR WS-FINLOUT-FILE-STATUS NOT = '00'
			OR WS-DUP-FILE-STATUS NOT = '00'
			OR WS-INTF-FILE-STATUS NOT = '00'
			OR WS-HELD-FILE-STATUS NOT = '00'
			OR WS-OVRPOUT-FILE-STATUS NOT = '00'
			OR WS-WHSEOUT-FILE-STATUS NOT = '00'
			OR WS-WHSEACT-FILE-STATUS NOT = '00'
			DISPLAY 'OUTPUT FILE OPEN FAILED - ABORTING RUN'
			SET WS-BATCH-FAILED TO TRUE
		ELSE
		IF WS-DUP-FILE-STATUS = '00'
			CLOSE DUPLICATE-FILE
		END-IF
		IF WS-HELD-FILE-STATUS = '00'
			CLOSE HELD-FILE
		END-IF
		IF WS-OVRPOUT-FILE-STATUS = '00'
			CLOSE OVR-PEND-OUT-FILE
		END-IF
		IF WS-WHSEOUT-FILE-STATUS = '00'
			CLOSE WAREHOUSE-OUT-FILE
		END-IF
		IF WS-WHSEACT-FILE-STATUS = '00'
			CLOSE WAREHOUSE-ACT-FILE
		END-IF
		IF WS-REG-AVAILABLE
			CLOSE SOURCE-REG-FILE
		END-IF
		IF WS-INTF-FILE-STATUS = '00'
			IF WS-BATCH-OK
				PERFORM 3300-WRITE-INTF-TRAILER
		IF WS-SRC-IX > ZERO
			ADD 1 TO WS-SRC-READ(WS-SRC-IX)
		END-IF
		IF WS-SEG-DIVERTED
			PERFORM 1800-DIVERT-DETAIL
		ELSE
			PERFORM 1210-PROCESS-ACCEPTED
		END-IF
		IF FUNCTION MOD(WS-INPUT-POSITION
			WS-CHKPT-INTERVAL) = 0
			PERFORM 4000-WRITE-CHECKPOINT
		END-IF.

	1210-PROCESS-ACCEPTED.
		PERFORM 1500-VALIDATE-INPUT
		EVALUATE TRUE
		WHEN WS-RECORD-INVALID
			PERFORM 1600-WRITE-REJECT
		WHEN WS-VDATE-FUTURE
			PERFORM 1750-WAREHOUSE-DETAIL
		WHEN TRAN-REVERSAL
			PERFORM 1400-PROCESS-REVERSAL
		WHEN OTHER
			PERFORM 1550-CHECK-DUPLICATE
			IF WS-IS-DUPLICATE
				PERFORM 1650-WRITE-DUPLICATE
			ELSE
				PERFORM 1300-POST-DETAIL
			END-IF
		END-EVALUATE.

	1250-CHECK-BREAKER.
		IF WS-BRKR-COUNT-MODE
			IF WS-REJECT-COUNT > WS-BRKR-LIMIT
		END-IF
		MOVE WS-INPUT-POSITION TO WS-REJECT-POSITION
		MOVE TRAN-CODE TO WS-REJECT-VALUE
		MOVE TRAN-REFERENCE TO WS-REJECT-REFERENCE
		MOVE WS-RUN-ID TO WS-REJECT-RUNID
		WRITE REJECT-RECORD FROM WS-REJECT-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		MOVE 'REV NO MATCH' TO SUSP-REASON
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
		MOVE 'R' TO WS-OFF-CATEGORY
		PERFORM 1690-NOTE-OFFENDER.

	1550-CHECK-DUPLICATE.
		SET WS-NOT-DUPLICATE TO TRUE
		MOVE 'N' TO WS-FORCE-POST-SW
		IF TRAN-REFERENCE NOT = SPACES
			MOVE TRAN-REFERENCE TO WS-HASH-REF
			PERFORM 1560-HASH-REFERENCE

	1595-NOTE-FORCED-POST.
		ADD 1 TO WS-FORCED-COUNT
		SET WS-FORCE-POST TO TRUE
		PERFORM 2040-FIND-POSTING-SOURCE
		EVALUATE TRUE
		WHEN WS-RSRC-IX > ZERO
			ADD 1 TO WS-RSRC-FORCED(WS-RSRC-IX)
		WHEN WS-SRC-KX > ZERO
			ADD 1 TO WS-SRC-FORCED(WS-SRC-KX)
		WHEN OTHER
			ADD 1 TO WS-SUSP-FORCED-COUNT
		END-EVALUATE
		IF WS-FORCE-COUNT < WS-OVR-MAX
			ADD 1 TO WS-FORCE-COUNT
			MOVE TRAN-REFERENCE
				TO WS-FORCE-REFERENCE(WS-FORCE-COUNT)
			MOVE WS-OVR-USER(WS-OVR-IX)
				TO WS-FORCE-USER(WS-FORCE-COUNT)
			MOVE WS-OVR-APPROVER(WS-OVR-IX)
				TO WS-FORCE-APPROVER(WS-FORCE-COUNT)
			MOVE WS-INPUT-POSITION
				TO WS-FORCE-POSITION(WS-FORCE-COUNT)
		END-IF.
		END-IF
		MOVE WS-INPUT-POSITION TO WS-DUP-POSITION
		MOVE TRAN-REFERENCE TO WS-DUP-REFERENCE
		MOVE WS-RUN-ID TO WS-DUP-RUNID
		WRITE DUPLICATE-RECORD FROM WS-DUP-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		MOVE 'DUPLICATE' TO SUSP-REASON
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
		MOVE 'D' TO WS-OFF-CATEGORY
		PERFORM 1690-NOTE-OFFENDER.

	2500-LOAD-OVERRIDES.
		MOVE WS-RUN-DATE TO WS-OVR-TODAY
					WS-OVR-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			ELSE
				PERFORM 2520-LOAD-OVR-PENDING
				PERFORM 2505-OVERRIDE-LOOP
				CLOSE OVERRIDE-FILE
				DISPLAY 'OVERRIDES LOADED: '
					WS-OVR-COUNT
					' SKIPPED: ' WS-OVR-SKIP-COUNT
				DISPLAY 'OVERRIDES AWAITING APPROVAL: '
					WS-OVR-PEND-COUNT
					' EXPIRED: ' WS-OVR-EXPD-COUNT
			END-IF
		END-IF.

			ADD 1 TO WS-OVR-SKIP-COUNT
		WHEN OVR-EXPIRY-DATE < WS-OVR-TODAY
			ADD 1 TO WS-OVR-SKIP-COUNT
		WHEN OVR-USER-ID = SPACES
			DISPLAY 'OVERRIDE REQUESTER MISSING, REF='
				OVR-REFERENCE
			ADD 1 TO WS-OVR-SKIP-COUNT
		WHEN OVR-APPROVER-ID = SPACES
			OR OVR-APPROVER-ID = OVR-USER-ID
			PERFORM 2530-PEND-OVERRIDE
		WHEN OTHER
			PERFORM 2515-ACCEPT-OVERRIDE
		END-EVALUATE.

	2515-ACCEPT-OVERRIDE.
		PERFORM 2535-FIND-OVR-PENDING
		EVALUATE TRUE
		WHEN WS-OPND-MATCH
			AND (WS-OPND-STATUS(WS-OPND-IX) = 'X' OR 'E')
			DISPLAY 'OVERRIDE APPROVED AFTER EXPIRY, REF='
				OVR-REFERENCE
			PERFORM 2530-PEND-OVERRIDE
		WHEN WS-OVR-COUNT < WS-OVR-MAX
			ADD 1 TO WS-OVR-COUNT
			MOVE OVR-REFERENCE
				TO WS-OVR-USER(WS-OVR-COUNT)
			MOVE OVR-EXPIRY-DATE
				TO WS-OVR-EXPIRY(WS-OVR-COUNT)
			MOVE OVR-APPROVER-ID
				TO WS-OVR-APPROVER(WS-OVR-COUNT)
		WHEN OTHER
			DISPLAY 'OVERRIDE TABLE FULL - EXTRA '
				'ENTRIES IGNORED'
			ADD 1 TO WS-OVR-SKIP-COUNT
		END-EVALUATE.

	2520-LOAD-OVR-PENDING.
		OPEN INPUT OVR-PEND-IN-FILE
		EVALUATE TRUE
		WHEN WS-OVRPIN-FILE-STATUS = '35'
			DISPLAY 'NO OVERRIDE PENDING FILE - '
				'NONE CARRIED'
		WHEN WS-OVRPIN-FILE-STATUS NOT = '00'
			DISPLAY 'OVRPIN OPEN FAILED, STATUS='
				WS-OVRPIN-FILE-STATUS
			SET WS-BATCH-FAILED TO TRUE
		WHEN OTHER
			PERFORM 2525-OVR-PENDING-LOOP
			CLOSE OVR-PEND-IN-FILE
		END-EVALUATE.

	2525-OVR-PENDING-LOOP.
		MOVE 'N' TO WS-EOF-SWITCH
		READ OVR-PEND-IN-FILE INTO PENDING-RECORD
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			IF PND-OVERRIDE AND WS-OPND-COUNT < WS-OPND-MAX
				PERFORM 2528-STORE-OVR-PENDING
			END-IF
			READ OVR-PEND-IN-FILE INTO PENDING-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	2528-STORE-OVR-PENDING.
		ADD 1 TO WS-OPND-COUNT
		MOVE PND-ITEM(1:10) TO WS-OPND-REFERENCE(WS-OPND-COUNT)
		MOVE PND-REQUESTER TO WS-OPND-REQUESTER(WS-OPND-COUNT)
		MOVE PND-ITEM(19:8) TO WS-OPND-EXPIRY(WS-OPND-COUNT)
		MOVE PND-STATUS TO WS-OPND-STATUS(WS-OPND-COUNT)
		IF PND-FIRST-DATE IS NUMERIC
			AND PND-FIRST-DATE NOT < 16010101
			AND PND-FIRST-DATE NOT > WS-RUN-DATE
			MOVE PND-FIRST-DATE
				TO WS-OPND-FIRST(WS-OPND-COUNT)
		ELSE
			MOVE WS-RUN-DATE TO WS-OPND-FIRST(WS-OPND-COUNT)
		END-IF.

	2530-PEND-OVERRIDE.
		PERFORM 2535-FIND-OVR-PENDING
		MOVE SPACES TO PENDING-RECORD
		MOVE 'O' TO PND-TYPE
		MOVE WS-RUN-DATE TO PND-STATUS-DATE
		MOVE OVR-USER-ID TO PND-REQUESTER
		MOVE OVR-APPROVER-ID TO PND-APPROVER
		MOVE OVERRIDE-RECORD TO PND-ITEM
		IF WS-OPND-MATCH
			MOVE WS-OPND-FIRST(WS-OPND-IX) TO PND-FIRST-DATE
		ELSE
			MOVE WS-RUN-DATE TO PND-FIRST-DATE
		END-IF
		COMPUTE WS-OVR-AGE =
			FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
			- FUNCTION INTEGER-OF-DATE(PND-FIRST-DATE)
		EVALUATE TRUE
		WHEN WS-OPND-MATCH
			AND (WS-OPND-STATUS(WS-OPND-IX) = 'X' OR 'E')
			SET PND-EXPIRED-EARLIER TO TRUE
		WHEN WS-OVR-AGE NOT < WS-APPROVAL-DAYS
			SET PND-EXPIRED TO TRUE
			ADD 1 TO WS-OVR-EXPD-COUNT
			DISPLAY 'OVERRIDE EXPIRED UNAPPROVED, REF='
				OVR-REFERENCE
		WHEN OVR-APPROVER-ID = SPACES
			SET PND-WAITING TO TRUE
			ADD 1 TO WS-OVR-PEND-COUNT
		WHEN OTHER
			SET PND-SELF-APPROVED TO TRUE
			ADD 1 TO WS-OVR-PEND-COUNT
			ADD 1 TO WS-OVR-SELF-COUNT
			DISPLAY 'OVERRIDE SELF-APPROVAL REFUSED, REF='
				OVR-REFERENCE
		END-EVALUATE
		WRITE OVR-PEND-OUT-RECORD FROM PENDING-RECORD.

	2535-FIND-OVR-PENDING.
		MOVE 'N' TO WS-OPND-MATCH-SW
		PERFORM VARYING WS-OPND-JX FROM 1 BY 1
			UNTIL WS-OPND-JX > WS-OPND-COUNT
			OR WS-OPND-MATCH
			IF WS-OPND-REFERENCE(WS-OPND-JX) = OVR-REFERENCE
				AND WS-OPND-REQUESTER(WS-OPND-JX)
				= OVR-USER-ID
				AND WS-OPND-EXPIRY(WS-OPND-JX)
				= OVR-EXPIRY-DATE
				SET WS-OPND-MATCH TO TRUE
				MOVE WS-OPND-JX TO WS-OPND-IX
			END-IF
		END-PERFORM.

	2300-LOAD-AUDIT-HISTORY.
		MOVE SPACES TO WS-REF-TABLE
		COMPUTE WS-DUP-CUTOFF-INT =
		WHEN NOT TH-HEADER
			DISPLAY 'FEED HEADER MISSING - ABORTING'
			SET WS-BATCH-FAILED TO TRUE
			PERFORM 1135-NOTE-CONTROL-FAIL
		WHEN TH-FEED-DATE IS NOT NUMERIC
			DISPLAY 'FEED HEADER DATE INVALID - ABORTING'
			SET WS-BATCH-FAILED TO TRUE
			MOVE TH-SOURCE-SYSTEM TO WS-CTL-SOURCE
			PERFORM 1135-NOTE-CONTROL-FAIL
		WHEN TH-FEED-DATE NOT = WS-RUN-DATE
			PERFORM 1112-CHECK-FEED-DATE
		WHEN OTHER
		WHEN NOT TH-HEADER
			DISPLAY 'RECORDS AFTER TRAILER'
			SET WS-BATCH-FAILED TO TRUE
			PERFORM 1135-NOTE-CONTROL-FAIL
		WHEN TH-FEED-DATE IS NOT NUMERIC
			DISPLAY 'SEGMENT HEADER DATE INVALID - ABORTING'
			SET WS-BATCH-FAILED TO TRUE
			MOVE TH-SOURCE-SYSTEM TO WS-CTL-SOURCE
			PERFORM 1135-NOTE-CONTROL-FAIL
		WHEN TH-FEED-DATE NOT = WS-FEED-DATE
			DISPLAY 'SEGMENT FEED DATE ' TH-FEED-DATE
				' NOT FEED DATE ' WS-FEED-DATE
					WS-CTL-HASH
				SET WS-BATCH-FAILED TO TRUE
			END-IF
		END-IF
		IF WS-BATCH-FAILED
			PERFORM 1135-NOTE-CONTROL-FAIL
		END-IF.

	1135-NOTE-CONTROL-FAIL.
		SET WS-CTL-FAILED TO TRUE
		IF WS-CTL-SOURCE = SPACES
			MOVE 'UNKNOWN' TO WS-CTL-SOURCE
		END-IF.

	1140-CHECK-PERIOD.
		MOVE WS-BUSINESS-DATE(1:6) TO WS-POST-PERIOD
		MOVE WS-POST-PERIOD TO WS-BUS-PERIOD
		IF WS-PRD-COUNT > ZERO
			MOVE 'N' TO WS-PRD-MATCH-SW
			PERFORM VARYING WS-PRD-JX FROM 1 BY 1
				UNTIL WS-PRD-JX > WS-PRD-COUNT
				OR WS-PRD-MATCH
				IF WS-BUSINESS-DATE
					NOT < WS-PRD-START(WS-PRD-JX)
					AND WS-BUSINESS-DATE
					NOT > WS-PRD-END(WS-PRD-JX)
					SET WS-PRD-MATCH TO TRUE
					MOVE WS-PRD-JX TO WS-PRD-IX
				END-IF
			END-PERFORM
			PERFORM 1142-APPLY-PERIOD
		END-IF.

	1142-APPLY-PERIOD.
		IF WS-PRD-MATCH
			MOVE WS-PRD-ID(WS-PRD-IX) TO WS-BUS-PERIOD
			MOVE WS-BUS-PERIOD TO WS-POST-PERIOD
		END-IF
		EVALUATE TRUE
		WHEN NOT WS-PRD-MATCH
			SET WS-PRD-UNLISTED TO TRUE
			DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
				' NOT IN PERIOD CALENDAR - POSTED TO '
				WS-POST-PERIOD
		WHEN WS-PRD-STATUS(WS-PRD-IX) = 'O'
			SET WS-PRD-OPEN TO TRUE
		WHEN WS-CLOSED-ROUTE
			PERFORM 1145-ROUTE-PERIOD
		WHEN OTHER
			PERFORM 1148-REFUSE-PERIOD
		END-EVALUATE.

	1145-ROUTE-PERIOD.
		MOVE ZERO TO WS-PRD-KX
		PERFORM VARYING WS-PRD-JX FROM 1 BY 1
			UNTIL WS-PRD-JX > WS-PRD-COUNT
			IF WS-PRD-STATUS(WS-PRD-JX) = 'O'
				AND WS-PRD-START(WS-PRD-JX)
				> WS-PRD-END(WS-PRD-IX)
				PERFORM 1146-NOTE-OPEN-PERIOD
			END-IF
		END-PERFORM
		IF WS-PRD-KX = ZERO
			DISPLAY 'NO OPEN PERIOD AFTER ' WS-BUS-PERIOD
				' TO ROUTE TO'
			PERFORM 1148-REFUSE-PERIOD
		ELSE
			SET WS-PRD-ROUTED TO TRUE
			MOVE WS-PRD-ID(WS-PRD-KX) TO WS-POST-PERIOD
			DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
				' IN CLOSED PERIOD ' WS-BUS-PERIOD
				' - ROUTED TO OPEN PERIOD '
				WS-POST-PERIOD
		END-IF.

	1146-NOTE-OPEN-PERIOD.
		IF WS-PRD-KX = ZERO
			MOVE WS-PRD-JX TO WS-PRD-KX
		ELSE
			IF WS-PRD-START(WS-PRD-JX)
				< WS-PRD-START(WS-PRD-KX)
				MOVE WS-PRD-JX TO WS-PRD-KX
			END-IF
		END-IF.

	1148-REFUSE-PERIOD.
		SET WS-PRD-REFUSED TO TRUE
		SET WS-BATCH-FAILED TO TRUE
		MOVE WS-BUS-PERIOD TO WS-POST-PERIOD
		MOVE SPACES TO WS-BRKR-ABORT-TEXT
		STRING '** FEED REFUSED: PERIOD ' WS-BUS-PERIOD
			' CLOSED **' DELIMITED BY SIZE
			INTO WS-BRKR-ABORT-TEXT
		END-STRING
		DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
			' IN CLOSED PERIOD ' WS-BUS-PERIOD
			' - FEED REFUSED'.

	1150-PREVERIFY-FEED.
		PERFORM 1110-VERIFY-HEADER
		IF WS-BATCH-OK
			PERFORM 1140-CHECK-PERIOD
		END-IF
		IF WS-BATCH-OK
			MOVE 1 TO WS-SEGMENT-COUNT
			PERFORM 1155-PREVERIFY-SEGMENT
		END-IF.

	1155-PREVERIFY-SEGMENT.
		MOVE TH-SOURCE-SYSTEM TO WS-CTL-SOURCE
		MOVE ZERO TO WS-CTL-COUNT
		MOVE ZERO TO WS-CTL-HASH
		MOVE 'N' TO WS-TRAILER-SW
		IF WS-BATCH-OK AND WS-TRAILER-NOT-SEEN
			DISPLAY 'FEED TRAILER MISSING'
			SET WS-BATCH-FAILED TO TRUE
			PERFORM 1135-NOTE-CONTROL-FAIL
		END-IF
		IF WS-BATCH-OK
			READ TRAN-FILE
				MOVE ZERO TO WS-SRC-REJECT(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-EXCP(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-DUP(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-HELD(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-WHSE(WS-SRC-IX)
				MOVE SPACE
					TO WS-SRC-REG-STATUS(WS-SRC-IX)
				MOVE 'A' TO WS-SRC-DISP(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-VOL-MIN(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-VOL-MAX(WS-SRC-IX)
				MOVE SPACES
					TO WS-SRC-VOL-FLAG(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-PST-COUNT(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-PST-TOTAL(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-REV-COUNT(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-REV-TOTAL(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-FORCED(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-CTL-FAIL(WS-SRC-IX)
				MOVE ZERO TO WS-SRC-LATE(WS-SRC-IX)
			ELSE
				IF NOT WS-SRC-OVERFLOWED
					SET WS-SRC-OVERFLOWED TO TRUE
						'SOURCES NOT BROKEN OUT'
				END-IF
			END-IF
		END-IF
		IF WS-LATE-FEED AND WS-SRC-IX > ZERO
			ADD 1 TO WS-SRC-LATE(WS-SRC-IX)
		END-IF
		PERFORM 1170-CHECK-SOURCE-REGISTRY.

	1170-CHECK-SOURCE-REGISTRY.
		SET WS-SEG-ACCEPTED TO TRUE
		MOVE SPACE TO WS-SEG-REG-STATUS
		IF WS-REG-AVAILABLE
			MOVE WS-CURR-SOURCE TO SR-SOURCE-ID
			PERFORM 1175-READ-REGISTRY
			EVALUATE TRUE
			WHEN NOT WS-REG-FOUND
				SET WS-SEG-UNREGISTERED TO TRUE
			WHEN SR-ACTIVE
				SET WS-SEG-REGISTERED TO TRUE
			WHEN OTHER
				SET WS-SEG-INACTIVE TO TRUE
			END-EVALUATE
			IF NOT WS-SEG-REGISTERED
				MOVE WS-SRC-POLICY TO WS-SEG-STATUS-SW
				PERFORM 1185-DISPLAY-DIVERSION
			END-IF
			IF WS-SRC-IX > ZERO
				PERFORM 1180-NOTE-SOURCE-REGISTRY
			END-IF
		END-IF.

	1175-READ-REGISTRY.
		MOVE 'N' TO WS-REG-FOUND-SW
		READ SOURCE-REG-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-REG-FOUND TO TRUE
		END-READ.

	1180-NOTE-SOURCE-REGISTRY.
		MOVE WS-SEG-REG-STATUS
			TO WS-SRC-REG-STATUS(WS-SRC-IX)
		MOVE WS-SEG-STATUS-SW TO WS-SRC-DISP(WS-SRC-IX)
		IF WS-REG-FOUND
			AND SR-MIN-RECORDS IS NUMERIC
			AND SR-MAX-RECORDS IS NUMERIC
			MOVE SR-MIN-RECORDS TO WS-SRC-VOL-MIN(WS-SRC-IX)
			MOVE SR-MAX-RECORDS TO WS-SRC-VOL-MAX(WS-SRC-IX)
		END-IF.

	1185-DISPLAY-DIVERSION.
		EVALUATE TRUE
		WHEN WS-SEG-UNREGISTERED AND WS-SEG-HELD
			DISPLAY 'SOURCE ' WS-CURR-SOURCE
				' NOT REGISTERED - SEGMENT HELD'
		WHEN WS-SEG-UNREGISTERED
			DISPLAY 'SOURCE ' WS-CURR-SOURCE
				' NOT REGISTERED - SEGMENT REJECTED'
		WHEN WS-SEG-HELD
			DISPLAY 'SOURCE ' WS-CURR-SOURCE
				' INACTIVE - SEGMENT HELD'
		WHEN OTHER
			DISPLAY 'SOURCE ' WS-CURR-SOURCE
				' INACTIVE - SEGMENT REJECTED'
		END-EVALUATE.

	1500-VALIDATE-INPUT.
		SET WS-RECORD-VALID TO TRUE
		IF TRAN-CODE IS NOT NUMERIC
			SET WS-RECORD-INVALID TO TRUE
		END-IF
		PERFORM 1510-CHECK-VALUE-DATE
		IF WS-VDATE-BAD
			SET WS-RECORD-INVALID TO TRUE
		END-IF.

	1510-CHECK-VALUE-DATE.
		MOVE ZERO TO WS-VDATE
		EVALUATE TRUE
		WHEN TRAN-VALUE-DATE = SPACES
			SET WS-VDATE-NONE TO TRUE
		WHEN TRAN-VALUE-DATE IS NOT NUMERIC
			SET WS-VDATE-BAD TO TRUE
		WHEN OTHER
			MOVE TRAN-VALUE-DATE TO WS-VDATE
			PERFORM 1515-TEST-VALUE-DATE
		END-EVALUATE.

	1515-TEST-VALUE-DATE.
		MOVE ZERO TO WS-VDATE-INT
		IF WS-VDATE-YYYY > 1600
			AND WS-VDATE-MM > ZERO AND WS-VDATE-MM < 13
			AND WS-VDATE-DD > ZERO AND WS-VDATE-DD < 32
			COMPUTE WS-VDATE-INT =
				FUNCTION INTEGER-OF-DATE(WS-VDATE)
		END-IF
		EVALUATE TRUE
		WHEN WS-VDATE-INT = ZERO
			SET WS-VDATE-BAD TO TRUE
		WHEN WS-VDATE > WS-BUSINESS-DATE
			SET WS-VDATE-FUTURE TO TRUE
		WHEN OTHER
			SET WS-VDATE-DUE TO TRUE
		END-EVALUATE.

	1600-WRITE-REJECT.
		ADD 1 TO WS-REJECT-COUNT
		IF WS-SRC-IX > ZERO
		END-IF
		MOVE WS-INPUT-POSITION TO WS-REJECT-POSITION
		MOVE TRAN-CODE TO WS-REJECT-VALUE
		MOVE TRAN-REFERENCE TO WS-REJECT-REFERENCE
		MOVE WS-RUN-ID TO WS-REJECT-RUNID
		WRITE REJECT-RECORD FROM WS-REJECT-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		IF TRAN-CODE IS NOT NUMERIC
			MOVE 'INVALID CODE' TO SUSP-REASON
		ELSE
			MOVE 'BAD VALUE DT' TO SUSP-REASON
		END-IF
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
		MOVE 'R' TO WS-OFF-CATEGORY
		PERFORM 1690-NOTE-OFFENDER.

	1690-NOTE-OFFENDER.
		IF WS-CURR-SOURCE NOT = SPACES
			MOVE SUSP-REASON TO WS-OFF-REASON
			MOVE ZERO TO WS-OFF-IX
			PERFORM VARYING WS-OFF-JX FROM 1 BY 1
				UNTIL WS-OFF-JX > WS-OFF-COUNT
				OR WS-OFF-IX > ZERO
				IF WS-OFF-SOURCE(WS-OFF-JX)
					= WS-CURR-SOURCE
					AND WS-OFF-CAT(WS-OFF-JX)
					= WS-OFF-CATEGORY
					AND WS-OFF-CODE(WS-OFF-JX)
					= TRAN-CODE
					AND WS-OFF-RSN(WS-OFF-JX)
					= WS-OFF-REASON
					MOVE WS-OFF-JX TO WS-OFF-IX
				END-IF
			END-PERFORM
			PERFORM 1695-TALLY-OFFENDER
		END-IF.

	1695-TALLY-OFFENDER.
		EVALUATE TRUE
		WHEN WS-OFF-IX > ZERO
			ADD 1 TO WS-OFF-TALLY(WS-OFF-IX)
		WHEN WS-OFF-COUNT < WS-OFF-MAX
			ADD 1 TO WS-OFF-COUNT
			MOVE WS-CURR-SOURCE
				TO WS-OFF-SOURCE(WS-OFF-COUNT)
			MOVE WS-OFF-CATEGORY
				TO WS-OFF-CAT(WS-OFF-COUNT)
			MOVE TRAN-CODE TO WS-OFF-CODE(WS-OFF-COUNT)
			MOVE WS-OFF-REASON
				TO WS-OFF-RSN(WS-OFF-COUNT)
			MOVE 1 TO WS-OFF-TALLY(WS-OFF-COUNT)
		WHEN NOT WS-OFF-OVERFLOWED
			SET WS-OFF-OVERFLOWED TO TRUE
			DISPLAY 'OFFENDER TABLE FULL - FURTHER CODES '
				'NOT BROKEN OUT BY SOURCE'
		END-EVALUATE.

	1700-WRITE-EXCEPTION.
		ADD 1 TO WS-EXCEPTION-COUNT
		END-IF
		MOVE WS-INPUT-POSITION TO WS-EXCP-POSITION
		MOVE TRAN-CODE TO WS-EXCP-VALUE
		MOVE TRAN-REFERENCE TO WS-EXCP-REFERENCE
		MOVE WS-RUN-ID TO WS-EXCP-RUNID
		WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		MOVE 'CODE NOT FND' TO SUSP-REASON
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
		MOVE 'E' TO WS-OFF-CATEGORY
		PERFORM 1690-NOTE-OFFENDER.

	1750-WAREHOUSE-DETAIL.
		ADD 1 TO WS-WHSE-NEW-COUNT
		IF WS-SRC-IX > ZERO
			ADD 1 TO WS-SRC-WHSE(WS-SRC-IX)
		END-IF
		MOVE SPACES TO WAREHOUSE-RECORD
		SET WH-FROM-FEED TO TRUE
		MOVE WS-INPUT-POSITION TO WH-POSITION
		PERFORM 1760-WRITE-WAREHOUSE
		MOVE WS-INPUT-POSITION TO WS-WHSE-POSITION
		MOVE WS-CURR-SOURCE TO WS-WHSE-SOURCE
		MOVE TRAN-REFERENCE TO WS-WHSE-REFERENCE
		MOVE TRAN-VALUE-DATE TO WS-WHSE-VALUE-DATE
		MOVE WS-RUN-ID TO WS-WHSE-RUNID
		WRITE WAREHOUSE-ACT-RECORD FROM WS-WHSE-LINE.

	1760-WRITE-WAREHOUSE.
		MOVE TRAN-RECORD TO WH-TRAN-DATA
		MOVE WS-VDATE TO WH-VALUE-DATE
		MOVE WS-CURR-SOURCE TO WH-SOURCE
		MOVE WS-BUSINESS-DATE TO WH-WHSE-DATE
		MOVE WS-RUN-ID TO WH-RUN-ID
		WRITE WAREHOUSE-OUT-RECORD FROM WAREHOUSE-RECORD.

	1800-DIVERT-DETAIL.
		IF WS-SEG-HELD
			PERFORM 1810-HOLD-DETAIL
		ELSE
			PERFORM 1850-REFUSE-DETAIL
		END-IF.

	1810-HOLD-DETAIL.
		ADD 1 TO WS-HELD-COUNT
		IF WS-SRC-IX > ZERO
			ADD 1 TO WS-SRC-HELD(WS-SRC-IX)
		END-IF
		MOVE WS-INPUT-POSITION TO WS-HELD-POSITION
		MOVE WS-CURR-SOURCE TO WS-HELD-SOURCE
		MOVE TRAN-REFERENCE TO WS-HELD-REFERENCE
		MOVE WS-RUN-ID TO WS-HELD-RUNID
		WRITE HELD-RECORD FROM WS-HELD-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		MOVE SPACES TO SUSP-REASON
		STRING 'HELD' DELIMITED BY SIZE
			WS-CURR-SOURCE DELIMITED BY SIZE
			INTO SUSP-REASON
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.

	1850-REFUSE-DETAIL.
		ADD 1 TO WS-SRC-REFUSED-COUNT
		IF WS-SRC-IX > ZERO
			ADD 1 TO WS-SRC-REJECT(WS-SRC-IX)
		END-IF
		MOVE WS-INPUT-POSITION TO WS-REJECT-POSITION
		MOVE TRAN-CODE TO WS-REJECT-VALUE
		MOVE TRAN-REFERENCE TO WS-REJECT-REFERENCE
		MOVE WS-RUN-ID TO WS-REJECT-RUNID
		WRITE REJECT-RECORD FROM WS-REJECT-LINE
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		IF WS-SEG-UNREGISTERED
			MOVE 'UNREG SOURCE' TO SUSP-REASON
		ELSE
			MOVE 'INACTIVE SRC' TO SUSP-REASON
		END-IF
		MOVE SUSP-REFERENCE TO WS-FINL-REFERENCE
		MOVE SUSP-CODE TO WS-FINL-CODE
		MOVE SUSP-RETRY-COUNT TO WS-FINL-RETRIES
		MOVE SUSP-REASON TO WS-FINL-REASON
		WRITE FINAL-REJECT-RECORD
			FROM WS-FINLREJ-LINE
		WRITE FINAL-REJECT-DATA-REC
			FROM SUSPENSE-RECORD.

	4000-WRITE-CHECKPOINT.
		MOVE WS-INPUT-POSITION TO WS-CHKPT-POSITION
		MOVE WS-RECORD-COUNT TO WS-CHKPT-RECORD-COUNT
		MOVE WS-INPUT-POSITION TO AUD-POSITION
		MOVE WS-CURR-SOURCE TO AUD-SOURCE
		WRITE AUDIT-RECORD FROM AUDIT-LINE
		IF WS-FORCE-POST
			MOVE TRAN-REFERENCE TO WS-FPOST-REFERENCE
			MOVE WS-RUN-ID TO WS-FPOST-RUNID
			MOVE WS-AUDIT-SEQ TO WS-FPOST-SEQ
			MOVE WS-OVR-USER(WS-OVR-IX) TO WS-FPOST-USER
			MOVE WS-OVR-APPROVER(WS-OVR-IX)
				TO WS-FPOST-APPROVER
			WRITE AUDIT-RECORD FROM WS-FORCEPOST-LINE
		END-IF
		PERFORM 2050-NOTE-SOURCE-POSTING
		MOVE 'D' TO WS-INTF-TYPE
		MOVE WS-MT-DESCRIPTION TO WS-INTF-DESC
		PERFORM 3250-WRITE-INTF-DETAIL.
		MOVE TRAN-REFERENCE TO WS-REFVOID-REF
		MOVE WS-RUN-ID TO WS-REFVOID-RUNID
		WRITE AUDIT-RECORD FROM WS-REFVOID-LINE
		PERFORM 2055-NOTE-SOURCE-REVERSAL
		MOVE 'R' TO WS-INTF-TYPE
		MOVE SPACES TO WS-INTF-DESC
		PERFORM 3250-WRITE-INTF-DETAIL.
		SET INTF-HEADER TO TRUE
		MOVE WS-RUN-ID TO IH-RUN-ID
		MOVE WS-FEED-DATE TO IH-RUN-DATE
		MOVE WS-POST-PERIOD TO IH-PERIOD-ID
		WRITE INTF-HEADER-RECORD.

	3250-WRITE-INTF-DETAIL.

	2210-RETRY-SUSPENSE.
		MOVE SUSP-TRAN-DATA TO TRAN-RECORD
		PERFORM 1510-CHECK-VALUE-DATE
		EVALUATE TRUE
		WHEN SUSP-REASON = 'DUPLICATE'
			PERFORM 2230-AGE-OFF-SUSPENSE
		WHEN SUSP-REASON = 'GL REFUSED'
			PERFORM 2230-AGE-OFF-SUSPENSE
		WHEN SUSP-REASON(1:4) = 'HELD'
			PERFORM 2250-RETRY-HELD
		WHEN WS-VDATE-BAD
			MOVE 'BAD VALUE DT' TO SUSP-REASON
			PERFORM 2220-CARRY-OR-AGE
		WHEN WS-VDATE-FUTURE
			PERFORM 2260-WAREHOUSE-SUSPENSE
		WHEN TRAN-REVERSAL
			PERFORM 2240-RETRY-REVERSAL
		WHEN SUSP-CODE IS NOT NUMERIC
			MOVE 'INVALID CODE' TO SUSP-REASON
			PERFORM 2220-CARRY-OR-AGE
		WHEN OTHER
			PERFORM 2212-RETRY-POSTING
		END-EVALUATE.

	2212-RETRY-POSTING.
		PERFORM 1550-CHECK-DUPLICATE
		IF WS-IS-DUPLICATE
			MOVE 'DUPLICATE' TO SUSP-REASON
			PERFORM 2230-AGE-OFF-SUSPENSE
		ELSE
			PERFORM 2215-POST-SUSPENSE
		END-IF.

	2250-RETRY-HELD.
		MOVE 'N' TO WS-REG-FOUND-SW
		IF WS-REG-AVAILABLE
			MOVE SUSP-REASON(5:8) TO SR-SOURCE-ID
			PERFORM 1175-READ-REGISTRY
		END-IF
		IF NOT WS-REG-AVAILABLE
			OR (WS-REG-FOUND AND SR-ACTIVE)
			MOVE SUSP-REASON(5:8) TO WS-CURR-SOURCE
			ADD 1 TO WS-HELD-RELEASED-COUNT
			EVALUATE TRUE
			WHEN WS-VDATE-BAD
				MOVE 'BAD VALUE DT' TO SUSP-REASON
				PERFORM 2220-CARRY-OR-AGE
			WHEN WS-VDATE-FUTURE
				PERFORM 2260-WAREHOUSE-SUSPENSE
			WHEN TRAN-REVERSAL
				PERFORM 2240-RETRY-REVERSAL
			WHEN SUSP-CODE IS NOT NUMERIC
				MOVE 'INVALID CODE' TO SUSP-REASON
				PERFORM 2220-CARRY-OR-AGE
			WHEN OTHER
				PERFORM 2212-RETRY-POSTING
			END-EVALUATE
			MOVE SPACES TO WS-CURR-SOURCE
		ELSE
			PERFORM 2220-CARRY-OR-AGE
		END-IF.

	2260-WAREHOUSE-SUSPENSE.
		ADD 1 TO WS-WHSE-SUSP-COUNT
		MOVE SPACES TO WAREHOUSE-RECORD
		SET WH-FROM-SUSPENSE TO TRUE
		MOVE ZERO TO WH-POSITION
		PERFORM 1760-WRITE-WAREHOUSE.

	2600-CHECK-EXPECTED-FEEDS.
		IF WS-REG-AVAILABLE
			COMPUTE WS-BUS-WEEKDAY = FUNCTION MOD(
				FUNCTION INTEGER-OF-DATE(
				WS-BUSINESS-DATE) - 1 7) + 1
			PERFORM 2610-SCAN-REGISTRY
			PERFORM VARYING WS-SRC-JX FROM 1 BY 1
				UNTIL WS-SRC-JX > WS-SRC-COUNT
				PERFORM 2650-CHECK-SOURCE-VOLUME
			END-PERFORM
		END-IF.

	2610-SCAN-REGISTRY.
		MOVE 'N' TO WS-EOF-SWITCH
		MOVE LOW-VALUES TO SR-SOURCE-ID
		START SOURCE-REG-FILE KEY IS NOT < SR-SOURCE-ID
			INVALID KEY
				SET WS-END-OF-FILE TO TRUE
		END-START
		IF NOT WS-END-OF-FILE
			READ SOURCE-REG-FILE NEXT
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL WS-END-OF-FILE
			IF SR-ACTIVE
				AND SR-EXPECTED-DAYS(WS-BUS-WEEKDAY:1)
				= 'Y'
				PERFORM 2620-CHECK-FEED-RECEIVED
			END-IF
			READ SOURCE-REG-FILE NEXT
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	2620-CHECK-FEED-RECEIVED.
		MOVE 'N' TO WS-SRC-FOUND-SW
		PERFORM VARYING WS-SRC-JX FROM 1 BY 1
			UNTIL WS-SRC-JX > WS-SRC-COUNT
			OR WS-SRC-FOUND
			IF WS-SRC-SYSTEM(WS-SRC-JX) = SR-SOURCE-ID
				SET WS-SRC-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-SRC-FOUND
			ADD 1 TO WS-MISS-COUNT
			DISPLAY 'EXPECTED FEED NOT RECEIVED: '
				SR-SOURCE-ID ' ' SR-BRANCH-NAME
			IF WS-MISS-LISTED < WS-MISS-MAX
				PERFORM 2630-LIST-MISSING-FEED
			END-IF
		END-IF.

	2630-LIST-MISSING-FEED.
		ADD 1 TO WS-MISS-LISTED
		MOVE SR-SOURCE-ID TO WS-MISS-SOURCE(WS-MISS-LISTED)
		MOVE SR-BRANCH-NAME TO WS-MISS-BRANCH(WS-MISS-LISTED).

	2650-CHECK-SOURCE-VOLUME.
		MOVE SPACES TO WS-SRC-VOL-FLAG(WS-SRC-JX)
		IF WS-SRC-REG-STATUS(WS-SRC-JX) = 'R'
			EVALUATE TRUE
			WHEN WS-SRC-READ(WS-SRC-JX)
				< WS-SRC-VOL-MIN(WS-SRC-JX)
				MOVE 'LOW'
					TO WS-SRC-VOL-FLAG(WS-SRC-JX)
				ADD 1 TO WS-VOL-ALERT-COUNT
			WHEN WS-SRC-VOL-MAX(WS-SRC-JX) > ZERO
				AND WS-SRC-READ(WS-SRC-JX)
				> WS-SRC-VOL-MAX(WS-SRC-JX)
				MOVE 'HIGH'
					TO WS-SRC-VOL-FLAG(WS-SRC-JX)
				ADD 1 TO WS-VOL-ALERT-COUNT
			END-EVALUATE
		END-IF.

	2215-POST-SUSPENSE.
		CALL 'LOOKUP' USING SUSP-CODE
			WS-FOUND-SWITCH
			FROM SUSPENSE-RECORD
		ADD 1 TO WS-SUSP-AGED-COUNT.

	2700-RELEASE-WAREHOUSE.
		MOVE WS-CURR-SOURCE TO WS-HOLD-SOURCE
		OPEN INPUT WAREHOUSE-IN-FILE
		IF WS-WHSEIN-FILE-STATUS = '35'
			DISPLAY 'NO WAREHOUSE FILE - NOTHING TO RELEASE'
		ELSE
			IF WS-WHSEIN-FILE-STATUS NOT = '00'
				DISPLAY 'WHSEIN OPEN FAILED, STATUS='
					WS-WHSEIN-FILE-STATUS
				SET WS-BATCH-FAILED TO TRUE
			ELSE
				SET WS-WHSE-RELEASING TO TRUE
				PERFORM 2705-WAREHOUSE-LOOP
				MOVE 'N' TO WS-WHSE-RELEASE-SW
				CLOSE WAREHOUSE-IN-FILE
			END-IF
		END-IF
		MOVE WS-HOLD-SOURCE TO WS-CURR-SOURCE.

	2705-WAREHOUSE-LOOP.
		MOVE 'N' TO WS-EOF-SWITCH
		READ WAREHOUSE-IN-FILE INTO WAREHOUSE-RECORD
			AT END
				SET WS-END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL WS-END-OF-FILE
			ADD 1 TO WS-WHSE-READ-COUNT
			IF WH-VALUE-DATE > WS-BUSINESS-DATE
				WRITE WAREHOUSE-OUT-RECORD
					FROM WAREHOUSE-RECORD
				ADD 1 TO WS-WHSE-CARRIED-COUNT
			ELSE
				PERFORM 2710-RELEASE-ITEM
			END-IF
			READ WAREHOUSE-IN-FILE INTO WAREHOUSE-RECORD
				AT END
					SET WS-END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		MOVE 'N' TO WS-EOF-SWITCH.

	2710-RELEASE-ITEM.
		ADD 1 TO WS-WHSE-RELEASED-COUNT
		MOVE WH-TRAN-DATA TO TRAN-RECORD
		MOVE WH-SOURCE TO WS-CURR-SOURCE
		MOVE SPACES TO WS-WHSE-RESULT
		IF TRAN-REVERSAL
			PERFORM 2720-RELEASE-REVERSAL
		ELSE
			PERFORM 2730-RELEASE-POSTING
		END-IF
		IF WS-WHSE-TO-SUSPENSE
			ADD 1 TO WS-WHSE-REL-SUSP-COUNT
		ELSE
			ADD 1 TO WS-WHSE-REL-POST-COUNT
			PERFORM 2750-WRITE-RELEASE-MARKER
		END-IF
		MOVE WH-REFERENCE TO WS-REL-REFERENCE
		MOVE WH-SOURCE TO WS-REL-SOURCE
		MOVE WH-VALUE-DATE TO WS-REL-VALUE-DATE
		MOVE WS-WHSE-RESULT TO WS-REL-RESULT
		MOVE WS-RUN-ID TO WS-REL-RUNID
		WRITE WAREHOUSE-ACT-RECORD FROM WS-RELEASE-LINE
		MOVE SPACES TO WS-CURR-SOURCE.

	2720-RELEASE-REVERSAL.
		SET WS-NOT-DUPLICATE TO TRUE
		IF TRAN-REFERENCE NOT = SPACES
			MOVE TRAN-REFERENCE TO WS-HASH-REF
			PERFORM 1560-HASH-REFERENCE
			PERFORM 1570-PROBE-REFERENCE
		END-IF
		IF WS-IS-DUPLICATE
			PERFORM 1410-APPLY-REVERSAL
			MOVE 'REVERSED' TO WS-WHSE-RESULT
		ELSE
			MOVE 'REV NO MATCH' TO SUSP-REASON
			PERFORM 2740-SUSPEND-RELEASE
		END-IF.

	2730-RELEASE-POSTING.
		PERFORM 1550-CHECK-DUPLICATE
		IF WS-IS-DUPLICATE
			MOVE 'DUPLICATE' TO SUSP-REASON
			PERFORM 2740-SUSPEND-RELEASE
		ELSE
			CALL 'LOOKUP' USING TRAN-CODE
				WS-FOUND-SWITCH
				WS-MT-DESCRIPTION
				WS-BUSINESS-DATE
			IF WS-CODE-FOUND
				MOVE TRAN-CODE TO WS-N-VALUE
				MOVE WS-N-VALUE TO n
				PERFORM 2000-ACCUMULATE-STATS
				PERFORM 2100-ACCUMULATE-CODE
				PERFORM 3000-WRITE-AUDIT
				PERFORM 8200-WRITE-DETAIL-LINE
				PERFORM 2400-REGISTER-REFERENCE
				MOVE 'POSTED' TO WS-WHSE-RESULT
			ELSE
				MOVE 'CODE NOT FND' TO SUSP-REASON
				PERFORM 2740-SUSPEND-RELEASE
			END-IF
		END-IF.

	2740-SUSPEND-RELEASE.
		MOVE TRAN-RECORD TO SUSP-TRAN-DATA
		MOVE 1 TO SUSP-RETRY-COUNT
		WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
		SET WS-WHSE-TO-SUSPENSE TO TRUE.

	2750-WRITE-RELEASE-MARKER.
		MOVE TRAN-REFERENCE TO WS-RELMARK-REF
		MOVE WS-RUN-ID TO WS-RELMARK-RUNID
		MOVE WS-AUDIT-SEQ TO WS-RELMARK-SEQ
		MOVE WH-VALUE-DATE TO WS-RELMARK-VDATE
		MOVE WH-SOURCE TO WS-RELMARK-SOURCE
		WRITE AUDIT-RECORD FROM WS-RELMARK-LINE.

	2040-FIND-POSTING-SOURCE.
		MOVE ZERO TO WS-SRC-KX
		MOVE ZERO TO WS-RSRC-IX
		IF WS-WHSE-RELEASING AND WS-CURR-SOURCE NOT = SPACES
			PERFORM 2047-FIND-RELEASE-SOURCE
		END-IF
		IF WS-CURR-SOURCE NOT = SPACES
			IF WS-SRC-IX > ZERO
				IF WS-SRC-SYSTEM(WS-SRC-IX)
					= WS-CURR-SOURCE
					MOVE WS-SRC-IX TO WS-SRC-KX
				END-IF
			END-IF
			IF WS-SRC-KX = ZERO
				PERFORM 2045-SCAN-POSTING-SOURCE
			END-IF
		END-IF.

	2045-SCAN-POSTING-SOURCE.
		PERFORM VARYING WS-SRC-JX FROM 1 BY 1
			UNTIL WS-SRC-JX > WS-SRC-COUNT
			OR WS-SRC-KX > ZERO
			IF WS-SRC-SYSTEM(WS-SRC-JX) = WS-CURR-SOURCE
				MOVE WS-SRC-JX TO WS-SRC-KX
			END-IF
		END-PERFORM.

	2047-FIND-RELEASE-SOURCE.
		PERFORM VARYING WS-RSRC-JX FROM 1 BY 1
			UNTIL WS-RSRC-JX > WS-RSRC-COUNT
			OR WS-RSRC-IX > ZERO
			IF WS-RSRC-SYSTEM(WS-RSRC-JX) = WS-CURR-SOURCE
				MOVE WS-RSRC-JX TO WS-RSRC-IX
			END-IF
		END-PERFORM
		IF WS-RSRC-IX = ZERO
			AND WS-RSRC-COUNT < WS-RSRC-MAX
			ADD 1 TO WS-RSRC-COUNT
			MOVE WS-RSRC-COUNT TO WS-RSRC-IX
			INITIALIZE WS-RSRC-ENTRY(WS-RSRC-IX)
			MOVE WS-CURR-SOURCE
				TO WS-RSRC-SYSTEM(WS-RSRC-IX)
			MOVE 'N' TO WS-RSRC-MERGED-SW(WS-RSRC-IX)
		END-IF.

	2050-NOTE-SOURCE-POSTING.
		PERFORM 2040-FIND-POSTING-SOURCE
		EVALUATE TRUE
		WHEN WS-RSRC-IX > ZERO
			ADD 1 TO WS-RSRC-PST-COUNT(WS-RSRC-IX)
			ADD WS-N-VALUE TO WS-RSRC-PST-TOTAL(WS-RSRC-IX)
		WHEN WS-SRC-KX > ZERO
			ADD 1 TO WS-SRC-PST-COUNT(WS-SRC-KX)
			ADD WS-N-VALUE TO WS-SRC-PST-TOTAL(WS-SRC-KX)
		WHEN OTHER
			ADD 1 TO WS-SUSP-PST-COUNT
			ADD WS-N-VALUE TO WS-SUSP-PST-TOTAL
		END-EVALUATE.

	2055-NOTE-SOURCE-REVERSAL.
		PERFORM 2040-FIND-POSTING-SOURCE
		EVALUATE TRUE
		WHEN WS-RSRC-IX > ZERO
			ADD 1 TO WS-RSRC-REV-COUNT(WS-RSRC-IX)
			ADD WS-N-VALUE TO WS-RSRC-REV-TOTAL(WS-RSRC-IX)
		WHEN WS-SRC-KX > ZERO
			ADD 1 TO WS-SRC-REV-COUNT(WS-SRC-KX)
			ADD WS-N-VALUE TO WS-SRC-REV-TOTAL(WS-SRC-KX)
		WHEN OTHER
			ADD 1 TO WS-SUSP-REV-COUNT
			ADD WS-N-VALUE TO WS-SUSP-REV-TOTAL
		END-EVALUATE.

	2000-ACCUMULATE-STATS.
		MOVE n TO WS-N-VALUE
		ADD 1 TO WS-RECORD-COUNT
		PERFORM 8070-WRITE-OPT-LINE
		MOVE 'LATE-FEED-DAYS      =' TO WS-RPT-OPT-TEXT
		MOVE WS-LATE-FEED-DAYS TO WS-RPT-OPT-VALUE
		PERFORM 8070-WRITE-OPT-LINE
		MOVE 'APPROVAL-DAYS       =' TO WS-RPT-OPT-TEXT
		MOVE WS-APPROVAL-DAYS TO WS-RPT-OPT-VALUE
		PERFORM 8070-WRITE-OPT-LINE
		MOVE 'SRC-POLICY          =' TO WS-RPT-OPTC-TEXT
		IF WS-POLICY-HOLD
			MOVE 'HOLD' TO WS-RPT-OPTC-VALUE
		ELSE
			MOVE 'REJECT' TO WS-RPT-OPTC-VALUE
		END-IF
		PERFORM 8060-WRITE-OPTC-LINE
		MOVE 'CLOSED-PERIOD       =' TO WS-RPT-OPTC-TEXT
		IF WS-CLOSED-ROUTE
			MOVE 'ROUTE' TO WS-RPT-OPTC-VALUE
		ELSE
			MOVE 'REFUSE' TO WS-RPT-OPTC-VALUE
		END-IF
		PERFORM 8060-WRITE-OPTC-LINE
		PERFORM 8080-WRITE-PERIOD-LINE.

	8060-WRITE-OPTC-LINE.
		WRITE REPORT-RECORD FROM WS-RPT-OPTC-LINE
		WRITE REPORT-RECORD FROM WS-RPT-OPT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8080-WRITE-PERIOD-LINE.
		MOVE WS-POST-PERIOD TO WS-RPT-PRD-POST
		MOVE SPACES TO WS-RPT-PRD-NOTE
		EVALUATE TRUE
		WHEN WS-PRD-NO-CALENDAR
			MOVE 'NO PERIOD CALENDAR - NOT CHECKED'
				TO WS-RPT-PRD-NOTE
		WHEN WS-PRD-UNLISTED
			MOVE 'BUSINESS DATE NOT IN PERIOD CALENDAR'
				TO WS-RPT-PRD-NOTE
		WHEN WS-PRD-ROUTED
			STRING 'ROUTED: BUSINESS DATE '
				WS-BUSINESS-DATE
				' IN CLOSED ' WS-BUS-PERIOD
				DELIMITED BY SIZE
				INTO WS-RPT-PRD-NOTE
			END-STRING
		WHEN WS-PRD-REFUSED
			STRING 'REFUSED: BUSINESS DATE '
				WS-BUSINESS-DATE
				' IN CLOSED ' WS-BUS-PERIOD
				DELIMITED BY SIZE
				INTO WS-RPT-PRD-NOTE
			END-STRING
		END-EVALUATE
		WRITE REPORT-RECORD FROM WS-RPT-PERIOD-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8100-WRITE-TRAN-PAGE-HEADER.
		ADD 1 TO WS-RPT-PAGE-COUNT
		MOVE WS-RUN-ID TO WS-RPT-HDR-RUNID
			TO WS-FORCE-LINE-REF
		MOVE WS-FORCE-USER(WS-OVR-JX)
			TO WS-FORCE-LINE-USER
		MOVE WS-FORCE-APPROVER(WS-OVR-JX)
			TO WS-FORCE-LINE-APPR
		WRITE REPORT-RECORD FROM WS-FORCE-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8570-WRITE-WAREHOUSE-SECTION.
		MOVE '*** WAREHOUSED / RELEASED ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION-HEADER
		MOVE 'N' TO WS-EOF-SWITCH
		OPEN INPUT WAREHOUSE-ACT-FILE
		IF WS-WHSEACT-FILE-STATUS NOT = '00'
			DISPLAY 'WHSEACT REOPEN FAILED, STATUS='
				WS-WHSEACT-FILE-STATUS
		ELSE
			READ WAREHOUSE-ACT-FILE INTO WS-WHSE-ACT-LINE
				AT END
				SET WS-END-OF-FILE TO TRUE
			END-READ
			PERFORM UNTIL WS-END-OF-FILE
				IF WS-RPT-LINE-COUNT
					NOT < WS-RPT-LINES-PER-PAGE
				PERFORM 8300-WRITE-SECTION-HEADER
				END-IF
				WRITE REPORT-RECORD
					FROM WS-WHSE-ACT-LINE
				ADD 1 TO WS-RPT-LINE-COUNT
				READ WAREHOUSE-ACT-FILE
					INTO WS-WHSE-ACT-LINE
					AT END
					SET WS-END-OF-FILE TO TRUE
				END-READ
			END-PERFORM
			CLOSE WAREHOUSE-ACT-FILE
		END-IF.

	8650-WRITE-SOURCE-SUMMARY.
		MOVE '*** SOURCE SYSTEM SUMMARY ***'
			TO WS-RPT-SECTION-TEXT
			TO WS-RPT-SRC-REJECT
		MOVE WS-SRC-EXCP(WS-SRC-JX) TO WS-RPT-SRC-EXCP
		MOVE WS-SRC-DUP(WS-SRC-JX) TO WS-RPT-SRC-DUP
		MOVE WS-SRC-HELD(WS-SRC-JX) TO WS-RPT-SRC-HELD
		MOVE WS-SRC-WHSE(WS-SRC-JX) TO WS-RPT-SRC-WHSE
		WRITE REPORT-RECORD FROM WS-RPT-SRC-DETAIL
		ADD 1 TO WS-RPT-LINE-COUNT.

	8680-WRITE-REGISTRY-SECTIONS.
		MOVE '*** SOURCES HELD / REJECTED ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION-HEADER
		IF WS-REG-AVAILABLE
			PERFORM VARYING WS-SRC-JX FROM 1 BY 1
				UNTIL WS-SRC-JX > WS-SRC-COUNT
				IF WS-SRC-DISP(WS-SRC-JX) = 'H' OR 'R'
					PERFORM 8682-WRITE-DIVERT-LINE
				END-IF
			END-PERFORM
		ELSE
			PERFORM 8681-WRITE-NO-REGISTRY
		END-IF
		MOVE '*** FEEDS EXPECTED BUT NOT RECEIVED ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION-HEADER
		IF WS-REG-AVAILABLE
			PERFORM 8684-WRITE-MISSING-FEEDS
		ELSE
			PERFORM 8681-WRITE-NO-REGISTRY
		END-IF
		MOVE '*** VOLUME OUTSIDE NORMAL RANGE ***'
			TO WS-RPT-SECTION-TEXT
		PERFORM 8300-WRITE-SECTION-HEADER
		IF WS-REG-AVAILABLE
			PERFORM VARYING WS-SRC-JX FROM 1 BY 1
				UNTIL WS-SRC-JX > WS-SRC-COUNT
				IF WS-SRC-VOL-FLAG(WS-SRC-JX)
					NOT = SPACES
					PERFORM 8688-WRITE-VOLUME-LINE
				END-IF
			END-PERFORM
		ELSE
			PERFORM 8681-WRITE-NO-REGISTRY
		END-IF.

	8681-WRITE-NO-REGISTRY.
		MOVE '(NO SOURCE REGISTRY - NOT CHECKED)'
			TO WS-RPT-SECTION-TEXT
		WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8682-WRITE-DIVERT-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8300-WRITE-SECTION-HEADER
		END-IF
		MOVE WS-SRC-SYSTEM(WS-SRC-JX) TO WS-RPT-DIV-SOURCE
		IF WS-SRC-REG-STATUS(WS-SRC-JX) = 'U'
			MOVE 'UNREGISTERED' TO WS-RPT-DIV-STATUS
		ELSE
			MOVE 'INACTIVE' TO WS-RPT-DIV-STATUS
		END-IF
		IF WS-SRC-DISP(WS-SRC-JX) = 'H'
			MOVE 'HELD' TO WS-RPT-DIV-DISP
			MOVE WS-SRC-HELD(WS-SRC-JX) TO WS-RPT-DIV-COUNT
		ELSE
			MOVE 'REJECTED' TO WS-RPT-DIV-DISP
			MOVE WS-SRC-REJECT(WS-SRC-JX)
				TO WS-RPT-DIV-COUNT
		END-IF
		WRITE REPORT-RECORD FROM WS-RPT-DIVERT-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8684-WRITE-MISSING-FEEDS.
		PERFORM VARYING WS-MISS-IX FROM 1 BY 1
			UNTIL WS-MISS-IX > WS-MISS-LISTED
			IF WS-RPT-LINE-COUNT
				NOT < WS-RPT-LINES-PER-PAGE
				PERFORM 8300-WRITE-SECTION-HEADER
			END-IF
			MOVE WS-MISS-SOURCE(WS-MISS-IX)
				TO WS-RPT-MISS-SOURCE
			MOVE WS-MISS-BRANCH(WS-MISS-IX)
				TO WS-RPT-MISS-BRANCH
			WRITE REPORT-RECORD FROM WS-RPT-MISSING-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-PERFORM
		IF WS-MISS-COUNT > WS-MISS-LISTED
			MOVE '(FURTHER MISSING FEEDS NOT LISTED)'
				TO WS-RPT-SECTION-TEXT
			WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF
		IF WS-SRC-OVERFLOWED
			MOVE '(SOURCE TABLE FULL - LIST MAY OVERSTATE)'
				TO WS-RPT-SECTION-TEXT
			WRITE REPORT-RECORD FROM WS-RPT-SECTION-LINE
			ADD 1 TO WS-RPT-LINE-COUNT
		END-IF.

	8688-WRITE-VOLUME-LINE.
		IF WS-RPT-LINE-COUNT NOT < WS-RPT-LINES-PER-PAGE
			PERFORM 8300-WRITE-SECTION-HEADER
		END-IF
		MOVE WS-SRC-SYSTEM(WS-SRC-JX) TO WS-RPT-VOL-SOURCE
		MOVE WS-SRC-READ(WS-SRC-JX) TO WS-RPT-VOL-READ
		MOVE WS-SRC-VOL-MIN(WS-SRC-JX) TO WS-RPT-VOL-MIN
		MOVE WS-SRC-VOL-MAX(WS-SRC-JX) TO WS-RPT-VOL-MAX
		MOVE WS-SRC-VOL-FLAG(WS-SRC-JX) TO WS-RPT-VOL-FLAG
		WRITE REPORT-RECORD FROM WS-RPT-VOLUME-LINE
		ADD 1 TO WS-RPT-LINE-COUNT.

	8600-WRITE-CODE-SUMMARY.
		MOVE '*** PER-CODE SUMMARY ***'
			TO WS-RPT-SECTION-TEXT
		IF WS-LATE-FEED
			DISPLAY 'LATE FEED FOR DATE : ' WS-BUSINESS-DATE
		END-IF
		IF WS-POST-PERIOD > ZERO
			DISPLAY 'POSTING PERIOD     : ' WS-POST-PERIOD
		END-IF
		IF WS-PRD-ROUTED
			DISPLAY 'ROUTED FROM PERIOD : ' WS-BUS-PERIOD
		END-IF
		PERFORM VARYING WS-SRC-JX FROM 1 BY 1
			UNTIL WS-SRC-JX > WS-SRC-COUNT
			DISPLAY 'SOURCE ' WS-SRC-SYSTEM(WS-SRC-JX)
				' REJ=' WS-SRC-REJECT(WS-SRC-JX)
				' EXC=' WS-SRC-EXCP(WS-SRC-JX)
				' DUP=' WS-SRC-DUP(WS-SRC-JX)
				' HELD=' WS-SRC-HELD(WS-SRC-JX)
				' WHS=' WS-SRC-WHSE(WS-SRC-JX)
		END-PERFORM
		DISPLAY 'RECORDS PROCESSED : ' WS-RECORD-COUNT
		DISPLAY 'RECORDS REJECTED   : ' WS-REJECT-COUNT
		DISPLAY 'DUPLICATES FLAGGED : ' WS-DUP-COUNT
		DISPLAY 'REVERSALS APPLIED  : ' WS-REVERSAL-COUNT
		DISPLAY 'FORCED POSTS       : ' WS-FORCED-COUNT
		DISPLAY 'OVR AWAITING APPR  : ' WS-OVR-PEND-COUNT
		DISPLAY 'OVR SELF-APPROVED  : ' WS-OVR-SELF-COUNT
		DISPLAY 'OVR EXPIRED UNAPPR : ' WS-OVR-EXPD-COUNT
		DISPLAY 'HELD (SOURCE)      : ' WS-HELD-COUNT
		DISPLAY 'REJECTED (SOURCE)  : ' WS-SRC-REFUSED-COUNT
		DISPLAY 'HELD RELEASED      : ' WS-HELD-RELEASED-COUNT
		DISPLAY 'FEEDS NOT RECEIVED : ' WS-MISS-COUNT
		DISPLAY 'VOLUME OUT OF RANGE: ' WS-VOL-ALERT-COUNT
		IF WS-BRKR-TRIPPED
			DISPLAY 'REJECT LIMIT TRIPPED AFTER '
				WS-INPUT-POSITION ' RECORDS'
		DISPLAY 'SUSPENSE CLEARED   : ' WS-SUSP-CLEARED-COUNT
		DISPLAY 'SUSPENSE CARRIED   : ' WS-SUSP-CARRIED-COUNT
		DISPLAY 'SUSPENSE AGED OFF  : ' WS-SUSP-AGED-COUNT
		DISPLAY 'SUSPENSE WAREHOUSED: ' WS-WHSE-SUSP-COUNT
		DISPLAY 'FEED WAREHOUSED    : ' WS-WHSE-NEW-COUNT
		DISPLAY 'WAREHOUSE READ     : ' WS-WHSE-READ-COUNT
		DISPLAY 'WAREHOUSE RELEASED : ' WS-WHSE-RELEASED-COUNT
		DISPLAY 'RELEASED AND POSTED: ' WS-WHSE-REL-POST-COUNT
		DISPLAY 'RELEASED TO SUSP   : ' WS-WHSE-REL-SUSP-COUNT
		DISPLAY 'WAREHOUSE CARRIED  : ' WS-WHSE-CARRIED-COUNT
		DISPLAY 'SUM OF N           : ' WS-SUM-OF-N
		IF WS-RECORD-COUNT = ZERO
			DISPLAY 'MIN N / MAX N      : N/A (NO RECORDS)'
		MOVE WS-CODE-SUM-CODE(WS-CODE-IX) TO CU-CODE
		MOVE WS-CODE-SUM-COUNT(WS-CODE-IX) TO CU-COUNT
		MOVE WS-CODE-SUM-TOTAL(WS-CODE-IX) TO CU-TOTAL
		MOVE WS-POST-PERIOD TO CU-PERIOD-ID
		WRITE CODE-USAGE-RECORD
		ADD 1 TO WS-CODEH-WRITE-COUNT.

	9170-WRITE-SOURCE-HISTORY.
		OPEN EXTEND SRC-HIST-FILE
		IF WS-SRCH-FILE-STATUS NOT = '00' AND '05'
			DISPLAY 'SRCHIST OPEN FAILED, STATUS='
				WS-SRCH-FILE-STATUS
		ELSE
			PERFORM VARYING WS-SRC-JX FROM 1 BY 1
				UNTIL WS-SRC-JX > WS-SRC-COUNT
				PERFORM 9180-WRITE-SOURCE-RECORD
			END-PERFORM
			PERFORM VARYING WS-RSRC-IX FROM 1 BY 1
				UNTIL WS-RSRC-IX > WS-RSRC-COUNT
				IF WS-RSRC-MERGED-SW(WS-RSRC-IX) = 'N'
					PERFORM 9187-WRITE-REL-RECORD
				END-IF
			END-PERFORM
			IF WS-SUSP-PST-COUNT > ZERO
				OR WS-SUSP-REV-COUNT > ZERO
				OR WS-SUSP-FORCED-COUNT > ZERO
				PERFORM 9185-WRITE-SUSPENSE-RECORD
			END-IF
			PERFORM VARYING WS-OFF-IX FROM 1 BY 1
				UNTIL WS-OFF-IX > WS-OFF-COUNT
				PERFORM 9190-WRITE-OFFENDER-RECORD
			END-PERFORM
			CLOSE SRC-HIST-FILE
			DISPLAY 'SOURCE HISTORY RECORDS WRITTEN: '
				WS-SRCH-WRITE-COUNT
		END-IF.

	9180-WRITE-SOURCE-RECORD.
		MOVE SPACES TO SOURCE-HISTORY-RECORD
		MOVE WS-RUN-ID TO SH-RUN-ID
		MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
		MOVE WS-POST-PERIOD TO SH-PERIOD-ID
		MOVE WS-SRC-SYSTEM(WS-SRC-JX) TO SH-SOURCE
		MOVE WS-SRC-READ(WS-SRC-JX) TO SH-READ-COUNT
		MOVE WS-SRC-PST-COUNT(WS-SRC-JX) TO SH-POSTED-COUNT
		MOVE WS-SRC-PST-TOTAL(WS-SRC-JX) TO SH-POSTED-TOTAL
		MOVE WS-SRC-REV-COUNT(WS-SRC-JX)
			TO SH-REVERSED-COUNT
		MOVE WS-SRC-REV-TOTAL(WS-SRC-JX)
			TO SH-REVERSED-TOTAL
		MOVE WS-SRC-REJECT(WS-SRC-JX) TO SH-REJECT-COUNT
		MOVE WS-SRC-EXCP(WS-SRC-JX) TO SH-EXCEPTION-COUNT
		MOVE WS-SRC-DUP(WS-SRC-JX) TO SH-DUP-COUNT
		MOVE WS-SRC-HELD(WS-SRC-JX) TO SH-HELD-COUNT
		MOVE WS-SRC-FORCED(WS-SRC-JX) TO SH-FORCED-COUNT
		MOVE WS-SRC-CTL-FAIL(WS-SRC-JX) TO SH-CTL-FAIL-COUNT
		MOVE WS-SRC-LATE(WS-SRC-JX) TO SH-LATE-COUNT
		MOVE ZERO TO SH-LATE-DAYS
		IF WS-LATE-FEED
			MOVE WS-LATE-DIFF TO SH-LATE-DAYS
		END-IF
		IF WS-BATCH-FAILED
			SET SH-RUN-FAILED TO TRUE
		ELSE
			SET SH-RUN-COMPLETE TO TRUE
			PERFORM 9182-MERGE-RELEASES
		END-IF
		SET SH-SOURCE-REC TO TRUE
		WRITE SOURCE-HISTORY-RECORD
		ADD 1 TO WS-SRCH-WRITE-COUNT.

	9182-MERGE-RELEASES.
		PERFORM VARYING WS-RSRC-IX FROM 1 BY 1
			UNTIL WS-RSRC-IX > WS-RSRC-COUNT
			IF WS-RSRC-SYSTEM(WS-RSRC-IX) = SH-SOURCE
				AND WS-RSRC-MERGED-SW(WS-RSRC-IX) = 'N'
				ADD WS-RSRC-PST-COUNT(WS-RSRC-IX)
					TO SH-POSTED-COUNT
				ADD WS-RSRC-PST-TOTAL(WS-RSRC-IX)
					TO SH-POSTED-TOTAL
				ADD WS-RSRC-REV-COUNT(WS-RSRC-IX)
					TO SH-REVERSED-COUNT
				ADD WS-RSRC-REV-TOTAL(WS-RSRC-IX)
					TO SH-REVERSED-TOTAL
				ADD WS-RSRC-FORCED(WS-RSRC-IX)
					TO SH-FORCED-COUNT
				MOVE 'Y'
					TO WS-RSRC-MERGED-SW(WS-RSRC-IX)
			END-IF
		END-PERFORM.

	9185-WRITE-SUSPENSE-RECORD.
		MOVE SPACES TO SOURCE-HISTORY-RECORD
		MOVE WS-RUN-ID TO SH-RUN-ID
		MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
		MOVE WS-POST-PERIOD TO SH-PERIOD-ID
		MOVE 'SUSPENSE' TO SH-SOURCE
		MOVE WS-SUSP-READ-COUNT TO SH-READ-COUNT
		MOVE WS-SUSP-PST-COUNT TO SH-POSTED-COUNT
		MOVE WS-SUSP-PST-TOTAL TO SH-POSTED-TOTAL
		MOVE WS-SUSP-REV-COUNT TO SH-REVERSED-COUNT
		MOVE WS-SUSP-REV-TOTAL TO SH-REVERSED-TOTAL
		MOVE ZERO TO SH-REJECT-COUNT
		MOVE ZERO TO SH-EXCEPTION-COUNT
		MOVE ZERO TO SH-DUP-COUNT
		MOVE ZERO TO SH-HELD-COUNT
		MOVE WS-SUSP-FORCED-COUNT TO SH-FORCED-COUNT
		MOVE ZERO TO SH-CTL-FAIL-COUNT
		MOVE ZERO TO SH-LATE-COUNT
		MOVE ZERO TO SH-LATE-DAYS
		SET SH-RUN-COMPLETE TO TRUE
		SET SH-SOURCE-REC TO TRUE
		WRITE SOURCE-HISTORY-RECORD
		ADD 1 TO WS-SRCH-WRITE-COUNT.

	9187-WRITE-REL-RECORD.
		MOVE SPACES TO SOURCE-HISTORY-RECORD
		MOVE WS-RUN-ID TO SH-RUN-ID
		MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
		MOVE WS-POST-PERIOD TO SH-PERIOD-ID
		MOVE WS-RSRC-SYSTEM(WS-RSRC-IX) TO SH-SOURCE
		MOVE ZERO TO SH-READ-COUNT
		MOVE WS-RSRC-PST-COUNT(WS-RSRC-IX) TO SH-POSTED-COUNT
		MOVE WS-RSRC-PST-TOTAL(WS-RSRC-IX) TO SH-POSTED-TOTAL
		MOVE WS-RSRC-REV-COUNT(WS-RSRC-IX)
			TO SH-REVERSED-COUNT
		MOVE WS-RSRC-REV-TOTAL(WS-RSRC-IX)
			TO SH-REVERSED-TOTAL
		MOVE ZERO TO SH-REJECT-COUNT
		MOVE ZERO TO SH-EXCEPTION-COUNT
		MOVE ZERO TO SH-DUP-COUNT
		MOVE ZERO TO SH-HELD-COUNT
		MOVE WS-RSRC-FORCED(WS-RSRC-IX) TO SH-FORCED-COUNT
		MOVE ZERO TO SH-CTL-FAIL-COUNT
		MOVE ZERO TO SH-LATE-COUNT
		MOVE ZERO TO SH-LATE-DAYS
		SET SH-RUN-COMPLETE TO TRUE
		SET SH-SOURCE-REC TO TRUE
		WRITE SOURCE-HISTORY-RECORD
		ADD 1 TO WS-SRCH-WRITE-COUNT.

	9175-WRITE-FAILED-HISTORY.
		IF WS-SRC-COUNT > ZERO OR WS-CTL-FAILED
			OPEN EXTEND SRC-HIST-FILE
			IF WS-SRCH-FILE-STATUS NOT = '00' AND '05'
				DISPLAY 'SRCHIST OPEN FAILED, STATUS='
					WS-SRCH-FILE-STATUS
			ELSE
				PERFORM VARYING WS-SRC-JX FROM 1 BY 1
					UNTIL WS-SRC-JX > WS-SRC-COUNT
					PERFORM 9180-WRITE-SOURCE-RECORD
				END-PERFORM
				IF WS-CTL-FAILED
					PERFORM 9195-WRITE-CONTROL-FAIL
				END-IF
				CLOSE SRC-HIST-FILE
				DISPLAY 'FAILED-RUN SOURCE HISTORY '
					'WRITTEN: ' WS-SRCH-WRITE-COUNT
			END-IF
		END-IF.

	9190-WRITE-OFFENDER-RECORD.
		MOVE SPACES TO SOURCE-OFFENDER-RECORD
		MOVE WS-RUN-ID TO SO-RUN-ID
		MOVE WS-BUSINESS-DATE TO SO-BUSINESS-DATE
		MOVE WS-POST-PERIOD TO SO-PERIOD-ID
		MOVE WS-OFF-SOURCE(WS-OFF-IX) TO SO-SOURCE
		MOVE WS-OFF-CAT(WS-OFF-IX) TO SO-CATEGORY
		MOVE WS-OFF-CODE(WS-OFF-IX) TO SO-TRAN-CODE
		MOVE WS-OFF-RSN(WS-OFF-IX) TO SO-REASON
		MOVE WS-OFF-TALLY(WS-OFF-IX) TO SO-COUNT
		MOVE 'O' TO SO-RECORD-TYPE
		WRITE SOURCE-OFFENDER-RECORD
		ADD 1 TO WS-SRCH-WRITE-COUNT.

	9195-WRITE-CONTROL-FAIL.
		MOVE SPACES TO SOURCE-HISTORY-RECORD
		MOVE WS-RUN-ID TO SH-RUN-ID
		MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE
		MOVE WS-POST-PERIOD TO SH-PERIOD-ID
		MOVE WS-CTL-SOURCE TO SH-SOURCE
		MOVE ZERO TO SH-READ-COUNT
		MOVE ZERO TO SH-POSTED-COUNT
		MOVE ZERO TO SH-POSTED-TOTAL
		MOVE ZERO TO SH-REVERSED-COUNT
		MOVE ZERO TO SH-REVERSED-TOTAL
		MOVE ZERO TO SH-REJECT-COUNT
		MOVE ZERO TO SH-EXCEPTION-COUNT
		MOVE ZERO TO SH-DUP-COUNT
		MOVE ZERO TO SH-HELD-COUNT
		MOVE ZERO TO SH-FORCED-COUNT
		MOVE 1 TO SH-CTL-FAIL-COUNT
		MOVE ZERO TO SH-LATE-COUNT
		MOVE ZERO TO SH-LATE-DAYS
		SET SH-RUN-FAILED TO TRUE
		SET SH-SOURCE-REC TO TRUE
		WRITE SOURCE-HISTORY-RECORD
		ADD 1 TO WS-SRCH-WRITE-COUNT.

	9200-WRITE-VOID-MARKER.
		OPEN EXTEND AUDIT-FILE
		IF WS-AUDIT-FILE-STATUS = '00'
			DISPLAY 'VOID MARKER WRITE FAILED, STATUS='
				WS-AUDIT-FILE-STATUS
		END-IF.

	9900-LOG-STEP-END.
		MOVE RETURN-CODE TO SLB-RETURN-CODE
		MOVE WS-BUSINESS-DATE TO SLB-BUSINESS-DATE
		MOVE WS-RUN-ID TO SLB-RUN-ID
		COMPUTE SLB-RECORDS-IN = WS-RECORD-COUNT
			+ WS-SUSP-READ-COUNT
		MOVE WS-INTF-COUNT TO SLB-RECORDS-OUT
		SET SLB-END TO TRUE
		CALL 'STEPLOG' USING STEP-LOG-BLOCK
		MOVE SLB-RETURN-CODE TO RETURN-CODE.
