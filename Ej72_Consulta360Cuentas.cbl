*> waiting against it. Everything is read-only.
*>
*> Mod history:
*> 24.10.18 AN - marks suspended standing orders.
*> 24.10.12 AN - shows the account's product.
*> 24.09.24 AN - shows the account's currency.
*> 24.07.25 AN - initial version.

IDENTIFICATION DIVISION.
	DISPLAY 'STATUS:         ' AM-STATUS
	DISPLAY 'LAST ACTIVITY:  ' AM-LAST-ACTIVITY-DATE
	DISPLAY 'STMT CYCLE:     ' AM-STATEMENT-CYCLE
	IF AM-CURRENCY-CODE = SPACES
		DISPLAY 'CURRENCY:       BASE'
	ELSE
		DISPLAY 'CURRENCY:       ' AM-CURRENCY-CODE
	END-IF
	IF AM-PRODUCT-CODE = SPACES
		DISPLAY 'PRODUCT:        NONE'
	ELSE
		DISPLAY 'PRODUCT:        ' AM-PRODUCT-CODE
	END-IF
	PERFORM SHOW-ACCOUNT-LIMITS
	PERFORM SHOW-TODAY-MOVEMENTS
	PERFORM SHOW-STANDING-ORDERS
					DISPLAY '  order ' SO-ORDER-NO ' type ' SO-TYPE
						' amount ' SO-AMOUNT ' day ' SO-DAY-OF-MONTH
						' to ' SO-TO-ACCOUNT-NO
					IF SO-SUSPENDED
						DISPLAY '    suspended since ' SO-SUSPENDED-DATE
					END-IF
				END-IF
		END-READ
	END-PERFORM
