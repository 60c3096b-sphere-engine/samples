			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN 'SRC-POLICY'
			IF WS-OPT-VALUE = 'HOLD' OR 'REJECT'
				MOVE WS-OPT-VALUE(1:1)
					TO OPT-SRC-POLICY
			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN 'APPROVAL-DAYS'
			PERFORM 1300-EDIT-NUMERIC
			IF WS-VALUE-OK AND WS-NUM-WORK > ZERO
				AND WS-NUM-WORK < 1000
				MOVE WS-NUM-WORK
					TO OPT-APPROVAL-DAYS
			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN 'CLOSED-PERIOD'
			EVALUATE WS-OPT-VALUE
			WHEN 'REFUSE'
				MOVE 'F' TO OPT-CLOSED-PERIOD
			WHEN 'ROUTE'
				MOVE 'R' TO OPT-CLOSED-PERIOD
			WHEN OTHER
				PERFORM 1900-BAD-CARD
			END-EVALUATE
		WHEN 'QUAL-REJECT-PCT'
			PERFORM 1300-EDIT-NUMERIC
			IF WS-VALUE-OK AND WS-NUM-WORK NOT > 100
				MOVE WS-NUM-WORK
					TO OPT-QUAL-REJECT-PCT
			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN 'QUAL-EXCP-PCT'
			PERFORM 1300-EDIT-NUMERIC
			IF WS-VALUE-OK AND WS-NUM-WORK NOT > 100
				MOVE WS-NUM-WORK
					TO OPT-QUAL-EXCP-PCT
			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN 'QUAL-DUP-PCT'
			PERFORM 1300-EDIT-NUMERIC
			IF WS-VALUE-OK AND WS-NUM-WORK NOT > 100
				MOVE WS-NUM-WORK
					TO OPT-QUAL-DUP-PCT
			ELSE
				PERFORM 1900-BAD-CARD
			END-IF
		WHEN OTHER
			PERFORM 1900-BAD-CARD
		END-EVALUATE.
