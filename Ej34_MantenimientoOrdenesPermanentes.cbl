*>
*> Mod history:
*> 24.04.28 AN - initial version.
*> 24.10.18 AN - orders can be suspended rather than cancelled (the
*>               estate process suspends a deceased customer's):
*>               option 6 suspends or resumes one, and the list shows
*>               which are suspended. New orders start active.

IDENTIFICATION DIVISION.
PROGRAM-ID. STANDING-ORDER-MAINT.
		DISPLAY '3. Cancel standing order'
		DISPLAY '4. List standing orders'
		DISPLAY '5. Exit'
		DISPLAY '6. Suspend or resume standing order'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
			WHEN 3 PERFORM CANCEL-STANDING-ORDER
			WHEN 4 PERFORM LIST-STANDING-ORDERS
			WHEN 5 MOVE 'N' TO WS-CONTINUE
			WHEN 6 PERFORM TOGGLE-ORDER-SUSPENSION
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
				ACCEPT SO-DAY-OF-MONTH
				DISPLAY 'Expiry date YYYYMMDD (0 = none): '
				ACCEPT SO-EXPIRY-DATE
				MOVE 'A' TO SO-STATUS
				MOVE ZERO TO SO-SUSPENDED-DATE
				WRITE STANDING-ORDER-RECORD
					INVALID KEY
						DISPLAY 'Order ' SO-ORDER-NO ' already exists'
				DISPLAY 'Order ' SO-ORDER-NO ' account ' SO-ACCOUNT-NO
					' type ' SO-TYPE ' amount ' SO-AMOUNT
					' day ' SO-DAY-OF-MONTH ' expiry ' SO-EXPIRY-DATE
				IF SO-SUSPENDED
					DISPLAY '      suspended since ' SO-SUSPENDED-DATE
				END-IF
		END-READ
	END-PERFORM.

TOGGLE-ORDER-SUSPENSION.
	DISPLAY 'Order number: '
	ACCEPT WS-WORK-ORDER-NO
	MOVE WS-WORK-ORDER-NO TO SO-ORDER-NO
	READ STANDING-ORDERS
		INVALID KEY
			DISPLAY 'Order ' WS-WORK-ORDER-NO ' not on file'
		NOT INVALID KEY
			MOVE 'UPDATE' TO AT-CHANGE-OPERATION
			MOVE WS-WORK-ORDER-NO TO AT-TRACKED-KEY
			IF SO-SUSPENDED
				MOVE 'A' TO SO-STATUS
				MOVE ZERO TO SO-SUSPENDED-DATE
				MOVE 'standing order resumed' TO AT-CHANGE-DETAIL
			ELSE
				MOVE 'S' TO SO-STATUS
				MOVE FUNCTION CURRENT-DATE(1:8) TO SO-SUSPENDED-DATE
				MOVE 'standing order suspended' TO AT-CHANGE-DETAIL
			END-IF
			REWRITE STANDING-ORDER-RECORD
			MOVE 'REWRITE STANDING-ORDERS' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			DISPLAY 'Order ' WS-WORK-ORDER-NO ' ' AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-READ.

VALIDATE-ENTERED-ACCOUNT.
	MOVE 'N' TO WS-ACCOUNT-OK-FLAG
	MOVE WS-CHECK-ACCOUNT-NO TO AM-ACCOUNT-NO
