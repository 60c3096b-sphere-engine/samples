		05  CH-ACTION                PIC X.
		05  CH-BEFORE-IMAGE          PIC X(80).
		05  CH-AFTER-IMAGE           PIC X(80).
		05  CH-REQUESTER-ID          PIC X(8).
		05  CH-APPROVER-ID           PIC X(8).
		05  FILLER                   PIC X(7).
