*>
*> Mod history:
*> 24.07.16 AN - initial version.
*> 24.10.18 AN - suspended standing orders are left out of the
*>               forecast, since they will not be generated.

IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FORECAST.
		READ STANDING-ORDERS NEXT RECORD
			AT END SET ORDERS-EOF TO TRUE
			NOT AT END
				IF SO-SUSPENDED
					CONTINUE
				ELSE
					IF WS-ORDER-COUNT < 200
						ADD 1 TO WS-ORDER-COUNT
						MOVE SO-ACCOUNT-NO
							TO WS-ORD-ACCOUNT(WS-ORDER-COUNT)
						MOVE SO-TYPE TO WS-ORD-TYPE(WS-ORDER-COUNT)
						MOVE SO-TO-ACCOUNT-NO
							TO WS-ORD-TO-ACCOUNT(WS-ORDER-COUNT)
						MOVE SO-AMOUNT TO WS-ORD-AMOUNT(WS-ORDER-COUNT)
						MOVE SO-DAY-OF-MONTH
							TO WS-ORD-DAY(WS-ORDER-COUNT)
						MOVE SO-EXPIRY-DATE
							TO WS-ORD-EXPIRY(WS-ORDER-COUNT)
					ELSE
						DISPLAY 'standing-order table full, order '
							SO-ORDER-NO ' left out of the forecast'
					END-IF
				END-IF
		END-READ
	END-PERFORM.
