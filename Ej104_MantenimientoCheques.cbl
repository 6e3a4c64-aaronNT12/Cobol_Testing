*> Purpose: Chequebook register and stop-payment maintenance
*>
*> Keeps the two masters BANK-TRANSACTION checks a presented cheque
*> against. CHEQUEBOOKS.DAT records the serial range of every book
*> issued to an account - a cheque whose serial falls in no book on
*> the drawer's account is refused when it is presented - and a lost
*> or stolen book is cancelled (level 3) rather than removed, so its
*> serials are refused too. STOP-PAYMENTS.DAT holds the cheques the
*> customer has stopped, optionally for one amount only and
*> optionally until an expiry date; a stop can only be placed on a
*> serial that was issued to the account and has not been paid yet
*> (CHEQUES-PAID.DAT, written by the posting run). Lifting a stop
*> takes level 3. Every change lands in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.09.20 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. CHEQUE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY CHEQUEBOOKS-SELECT.
	COPY STOP-PAYMENTS-SELECT.
	COPY CHEQUES-PAID-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY CHEQUEBOOKS-FD.

COPY STOP-PAYMENTS-FD.

COPY CHEQUES-PAID-FD.

COPY ACCOUNT-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-ACCOUNT PIC 9(10).
01 WS-WORK-SERIAL PIC 9(10).
01 WS-NEW-FIRST PIC 9(10).
01 WS-NEW-LAST PIC 9(10).
01 WS-NEW-LEAVES PIC 9(4).
01 WS-BOOK-EOF PIC X VALUE 'N'.
	88 BOOK-SCAN-EOF VALUE 'Y'.
01 WS-STOP-EOF PIC X VALUE 'N'.
	88 STOP-SCAN-EOF VALUE 'Y'.
01 WS-OVERLAP-FLAG PIC X.
	88 RANGE-OVERLAPS VALUE 'Y'.
01 WS-SERIAL-FLAG PIC X.
	88 SERIAL-ISSUED VALUE 'Y'.
	88 SERIAL-IN-CANCELLED-BOOK VALUE 'X'.
01 WS-PAID-FLAG PIC X VALUE 'N'.
	88 PAID-FILE-AVAILABLE VALUE 'Y'.
01 WS-BOOK-COUNT PIC 9(4).
01 WS-STOP-COUNT PIC 9(4).
01 WS-CONFIRM PIC X.
COPY CHEQUEBOOKS-STATUS.
COPY STOP-PAYMENTS-STATUS.
COPY CHEQUES-PAID-STATUS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'CHEQUE-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'CHEQUE-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O CHEQUEBOOKS.
	IF NOT CB-OK
		CLOSE CHEQUEBOOKS
		OPEN OUTPUT CHEQUEBOOKS
		CLOSE CHEQUEBOOKS
		OPEN I-O CHEQUEBOOKS
	END-IF
	OPEN I-O STOP-PAYMENTS.
	IF NOT SP-OK
		CLOSE STOP-PAYMENTS
		OPEN OUTPUT STOP-PAYMENTS
		CLOSE STOP-PAYMENTS
		OPEN I-O STOP-PAYMENTS
	END-IF
*> no paid-cheque file yet just means nothing has cleared
	OPEN INPUT CHEQUES-PAID.
	IF CQ-OK
		SET PAID-FILE-AVAILABLE TO TRUE
	ELSE
		CLOSE CHEQUES-PAID
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Issue chequebook'
		DISPLAY '2. Cancel chequebook (lost/stolen)'
		DISPLAY '3. Place stop-payment'
		DISPLAY '4. Lift stop-payment'
		DISPLAY '5. List books and stops on an account'
		DISPLAY '6. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM ISSUE-CHEQUEBOOK THRU ISSUE-CHEQUEBOOK-EXIT
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Cancelling a chequebook takes level 3'
				ELSE
					PERFORM CANCEL-CHEQUEBOOK THRU CANCEL-CHEQUEBOOK-EXIT
				END-IF
			WHEN 3 PERFORM PLACE-STOP-PAYMENT THRU PLACE-STOP-PAYMENT-EXIT
			WHEN 4
				IF OPR-LEVEL < 3
					DISPLAY 'Lifting a stop-payment takes level 3'
				ELSE
					PERFORM LIFT-STOP-PAYMENT THRU LIFT-STOP-PAYMENT-EXIT
				END-IF
			WHEN 5 PERFORM LIST-ACCOUNT-CHEQUES
			WHEN 6 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE CHEQUEBOOKS.
	CLOSE STOP-PAYMENTS.
	IF PAID-FILE-AVAILABLE
		CLOSE CHEQUES-PAID
	END-IF
	CLOSE ACCOUNT-MASTER.
	STOP RUN.

*> the new range may not overlap any book already on the account,
*> cancelled ones included - a serial has to name exactly one book
ISSUE-CHEQUEBOOK.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' WS-WORK-ACCOUNT ' not on the master - rejected'
			GO TO ISSUE-CHEQUEBOOK-EXIT
	END-READ
	IF NOT AM-ACTIVE
		DISPLAY 'Account ' WS-WORK-ACCOUNT ' is not active - rejected'
		GO TO ISSUE-CHEQUEBOOK-EXIT
	END-IF
	DISPLAY 'First serial number in the book: '
	ACCEPT WS-NEW-FIRST
	DISPLAY 'Number of leaves: '
	ACCEPT WS-NEW-LEAVES
	IF WS-NEW-FIRST = ZERO OR WS-NEW-LEAVES = ZERO
		DISPLAY 'Serial and leaves must both be above zero - rejected'
		GO TO ISSUE-CHEQUEBOOK-EXIT
	END-IF
	IF WS-NEW-FIRST > 9999999999 - WS-NEW-LEAVES
		DISPLAY 'Serial range runs off the end of the numbering - rejected'
		GO TO ISSUE-CHEQUEBOOK-EXIT
	END-IF
	COMPUTE WS-NEW-LAST = WS-NEW-FIRST + WS-NEW-LEAVES - 1
	MOVE 'N' TO WS-OVERLAP-FLAG
	MOVE 'N' TO WS-BOOK-EOF
	MOVE WS-WORK-ACCOUNT TO CB-ACCOUNT-NO
	MOVE ZERO TO CB-FIRST-SERIAL
	START CHEQUEBOOKS KEY IS GREATER THAN OR EQUAL TO CB-KEY
		INVALID KEY SET BOOK-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL BOOK-SCAN-EOF
		READ CHEQUEBOOKS NEXT RECORD
			AT END SET BOOK-SCAN-EOF TO TRUE
		END-READ
		IF NOT BOOK-SCAN-EOF
			IF CB-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
				SET BOOK-SCAN-EOF TO TRUE
			ELSE
				IF CB-FIRST-SERIAL NOT > WS-NEW-LAST
					AND CB-LAST-SERIAL NOT < WS-NEW-FIRST
					SET RANGE-OVERLAPS TO TRUE
					SET BOOK-SCAN-EOF TO TRUE
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF RANGE-OVERLAPS
		DISPLAY 'Serials overlap book ' CB-FIRST-SERIAL '-' CB-LAST-SERIAL
			' already issued - rejected'
		GO TO ISSUE-CHEQUEBOOK-EXIT
	END-IF
	MOVE WS-WORK-ACCOUNT TO CB-ACCOUNT-NO
	MOVE WS-NEW-FIRST TO CB-FIRST-SERIAL
	MOVE WS-NEW-LAST TO CB-LAST-SERIAL
	MOVE WS-TODAY-DATE TO CB-ISSUE-DATE
	MOVE 'A' TO CB-STATUS
	WRITE CHEQUEBOOK-RECORD
		INVALID KEY
			DISPLAY 'Book starting at ' WS-NEW-FIRST ' already on file'
			GO TO ISSUE-CHEQUEBOOK-EXIT
	END-WRITE
	DISPLAY 'Chequebook ' CB-FIRST-SERIAL '-' CB-LAST-SERIAL
		' issued to account ' CB-ACCOUNT-NO
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE CB-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'book to serial ' CB-LAST-SERIAL
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	ISSUE-CHEQUEBOOK-EXIT.
	EXIT.

CANCEL-CHEQUEBOOK.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	DISPLAY 'Any serial number in the book: '
	ACCEPT WS-WORK-SERIAL
	PERFORM FIND-SERIAL-BOOK
	IF SERIAL-IN-CANCELLED-BOOK
		DISPLAY 'Book ' CB-FIRST-SERIAL '-' CB-LAST-SERIAL
			' is already cancelled'
		GO TO CANCEL-CHEQUEBOOK-EXIT
	END-IF
	IF NOT SERIAL-ISSUED
		DISPLAY 'No book on account ' WS-WORK-ACCOUNT ' holds serial '
			WS-WORK-SERIAL
		GO TO CANCEL-CHEQUEBOOK-EXIT
	END-IF
	DISPLAY 'Cancel book ' CB-FIRST-SERIAL '-' CB-LAST-SERIAL
		' - every unpaid cheque in it will be refused (Y/N): '
	ACCEPT WS-CONFIRM
	IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
		DISPLAY 'Not cancelled'
		GO TO CANCEL-CHEQUEBOOK-EXIT
	END-IF
	MOVE 'X' TO CB-STATUS
	REWRITE CHEQUEBOOK-RECORD
	MOVE 'REWRITE CHEQUEBOOKS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Chequebook cancelled'
	MOVE 'STATUS' TO AT-CHANGE-OPERATION
	MOVE CB-KEY TO AT-TRACKED-KEY
	MOVE 'chequebook cancelled' TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CANCEL-CHEQUEBOOK-EXIT.
	EXIT.

PLACE-STOP-PAYMENT.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	DISPLAY 'Cheque serial number: '
	ACCEPT WS-WORK-SERIAL
	PERFORM FIND-SERIAL-BOOK
	IF NOT SERIAL-ISSUED
		DISPLAY 'Serial ' WS-WORK-SERIAL ' is not in a live book on account '
			WS-WORK-ACCOUNT ' - rejected'
		GO TO PLACE-STOP-PAYMENT-EXIT
	END-IF
	IF PAID-FILE-AVAILABLE
		MOVE WS-WORK-ACCOUNT TO CQ-ACCOUNT-NO
		MOVE WS-WORK-SERIAL TO CQ-CHEQUE-NO
		READ CHEQUES-PAID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				DISPLAY 'Cheque ' WS-WORK-SERIAL ' already paid on '
					CQ-PAID-DATE ' for ' CQ-AMOUNT ' - too late to stop'
				GO TO PLACE-STOP-PAYMENT-EXIT
		END-READ
	END-IF
	MOVE WS-WORK-ACCOUNT TO SP-ACCOUNT-NO
	MOVE WS-WORK-SERIAL TO SP-CHEQUE-NO
	DISPLAY 'Amount to stop (zero = any amount): '
	ACCEPT SP-AMOUNT
	DISPLAY 'Stop expires on (YYYYMMDD, zero = until lifted): '
	ACCEPT SP-EXPIRY-DATE
	DISPLAY 'Reason: '
	ACCEPT SP-REASON
	MOVE WS-TODAY-DATE TO SP-PLACED-DATE
	WRITE STOP-PAYMENT-RECORD
		INVALID KEY
			DISPLAY 'Cheque ' WS-WORK-SERIAL ' is already stopped'
			GO TO PLACE-STOP-PAYMENT-EXIT
	END-WRITE
	DISPLAY 'Stop-payment placed on cheque ' WS-WORK-SERIAL
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE SP-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'stop ' SP-REASON
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	PLACE-STOP-PAYMENT-EXIT.
	EXIT.

LIFT-STOP-PAYMENT.
	DISPLAY 'Account number: '
	ACCEPT SP-ACCOUNT-NO
	DISPLAY 'Cheque serial number: '
	ACCEPT SP-CHEQUE-NO
	READ STOP-PAYMENTS
		INVALID KEY
			DISPLAY 'No stop-payment on that cheque'
			GO TO LIFT-STOP-PAYMENT-EXIT
	END-READ
	DELETE STOP-PAYMENTS
	MOVE 'DELETE STOP-PAYMENTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Stop-payment lifted'
	MOVE 'DELETE' TO AT-CHANGE-OPERATION
	MOVE SP-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'stop lifted ' SP-REASON
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	LIFT-STOP-PAYMENT-EXIT.
	EXIT.

LIST-ACCOUNT-CHEQUES.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE ZERO TO WS-BOOK-COUNT
	MOVE 'N' TO WS-BOOK-EOF
	MOVE WS-WORK-ACCOUNT TO CB-ACCOUNT-NO
	MOVE ZERO TO CB-FIRST-SERIAL
	START CHEQUEBOOKS KEY IS GREATER THAN OR EQUAL TO CB-KEY
		INVALID KEY SET BOOK-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL BOOK-SCAN-EOF
		READ CHEQUEBOOKS NEXT RECORD
			AT END SET BOOK-SCAN-EOF TO TRUE
		END-READ
		IF NOT BOOK-SCAN-EOF
			IF CB-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
				SET BOOK-SCAN-EOF TO TRUE
			ELSE
				ADD 1 TO WS-BOOK-COUNT
				DISPLAY 'Book ' CB-FIRST-SERIAL '-' CB-LAST-SERIAL
					' issued ' CB-ISSUE-DATE ' status ' CB-STATUS
			END-IF
		END-IF
	END-PERFORM
	MOVE ZERO TO WS-STOP-COUNT
	MOVE 'N' TO WS-STOP-EOF
	MOVE WS-WORK-ACCOUNT TO SP-ACCOUNT-NO
	MOVE ZERO TO SP-CHEQUE-NO
	START STOP-PAYMENTS KEY IS GREATER THAN OR EQUAL TO SP-KEY
		INVALID KEY SET STOP-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL STOP-SCAN-EOF
		READ STOP-PAYMENTS NEXT RECORD
			AT END SET STOP-SCAN-EOF TO TRUE
		END-READ
		IF NOT STOP-SCAN-EOF
			IF SP-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
				SET STOP-SCAN-EOF TO TRUE
			ELSE
				ADD 1 TO WS-STOP-COUNT
				DISPLAY 'Stop on cheque ' SP-CHEQUE-NO ' amount ' SP-AMOUNT
					' placed ' SP-PLACED-DATE ' expires ' SP-EXPIRY-DATE
					' ' SP-REASON
			END-IF
		END-IF
	END-PERFORM
	DISPLAY WS-BOOK-COUNT ' book(s), ' WS-STOP-COUNT ' stop(s)'.

*> leaves the book holding WS-WORK-SERIAL in the record area and says
*> whether it is live or cancelled
FIND-SERIAL-BOOK.
	MOVE 'N' TO WS-SERIAL-FLAG
	MOVE 'N' TO WS-BOOK-EOF
	MOVE WS-WORK-ACCOUNT TO CB-ACCOUNT-NO
	MOVE ZERO TO CB-FIRST-SERIAL
	START CHEQUEBOOKS KEY IS GREATER THAN OR EQUAL TO CB-KEY
		INVALID KEY SET BOOK-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL BOOK-SCAN-EOF
		READ CHEQUEBOOKS NEXT RECORD
			AT END SET BOOK-SCAN-EOF TO TRUE
		END-READ
		IF NOT BOOK-SCAN-EOF
			IF CB-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
				OR CB-FIRST-SERIAL > WS-WORK-SERIAL
				SET BOOK-SCAN-EOF TO TRUE
			ELSE
				IF WS-WORK-SERIAL NOT > CB-LAST-SERIAL
					IF CB-CANCELLED
						SET SERIAL-IN-CANCELLED-BOOK TO TRUE
					ELSE
						SET SERIAL-ISSUED TO TRUE
					END-IF
					SET BOOK-SCAN-EOF TO TRUE
				END-IF
			END-IF
		END-IF
	END-PERFORM.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
