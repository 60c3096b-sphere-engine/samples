	01  WAREHOUSE-CANCEL-RECORD.
		05  WC-WAREHOUSE-IMAGE       PIC X(140).
		05  WC-REQUESTER-ID          PIC X(8).
		05  WC-APPROVER-ID           PIC X(8).
		05  WC-CANCEL-DATE           PIC 9(8).
		05  FILLER                   PIC X(16).
