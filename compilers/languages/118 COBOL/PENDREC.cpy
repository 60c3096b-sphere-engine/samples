	01  PENDING-RECORD.
		05  PND-TYPE                 PIC X.
			88  PND-MASTER-CARD         VALUE 'M'.
			88  PND-OVERRIDE            VALUE 'O'.
		05  PND-STATUS               PIC X.
			88  PND-WAITING             VALUE 'W'.
			88  PND-SELF-APPROVED       VALUE 'S'.
			88  PND-EXPIRED             VALUE 'X'.
			88  PND-EXPIRED-EARLIER     VALUE 'E'.
		05  PND-FIRST-DATE           PIC 9(8).
		05  PND-STATUS-DATE          PIC 9(8).
		05  PND-REQUESTER            PIC X(8).
		05  PND-APPROVER             PIC X(8).
		05  PND-ITEM                 PIC X(80).
		05  FILLER                   PIC X(6).
