*> is, and every change it makes lands in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.12.04 AN - an opened account goes on CHANGE-HISTORY (no before
*>               image, the new record as after image), so forward
*>               recovery can rebuild accounts opened since a backup.
*> 24.10.18 AN - payable-on-death beneficiaries: option 12 (level 2)
*>               lists an account's beneficiaries and adds, changes
*>               or removes one. A beneficiary is a person on the
*>               relatives register picked by person-id, with a
*>               percentage share; the shares on an account may not
*>               pass 100. Show account lists them.
*> 24.10.12 AN - account products: an account is opened on a product
*>               from PRODUCT-CATALOG.DAT (blank = none), which has to
*>               be on sale, and with at least the product's minimum
*>               balance. Option 11 moves an existing account to
*>               another product (level 3, before and after images on
*>               CHANGE-HISTORY), and Show account names the product.
*> 24.10.02 AN - arranged overdraft facilities: option 10 queues an
*>               OD-ARRANGE change (limit and expiry date, a zero
*>               limit withdrawing the facility) for a second
*>               operator to apply in APPROVAL-QUEUE, and Show
*>               account lists the facility in force. The menu
*>               option is two digits now it runs past 9.
*> 24.09.30 AN - an account no longer has to be emptied by hand before
*>               it can be closed: the close request names the
*>               account the remaining balance and final interest are
*>               paid to, and once approved the nightly
*>               CLOSURE-SETTLEMENT run settles and closes it.
*> 24.09.24 AN - an account can be opened in a foreign currency
*>               (AM-CURRENCY-CODE, blank = base); the code has to
*>               have a rate on FX-RATES.DAT before it is accepted.
*> 24.09.04 AN - every REWRITE against ACCOUNT-MASTER made here now
*>               leaves the full before and after record images on the
*>               shared CHANGE-HISTORY file - the 30-character audit
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY FX-RATES-SELECT.
	COPY PRODUCT-CATALOG-SELECT.
	COPY OVERDRAFT-LINKS-SELECT.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY POD-BENEFICIARIES-SELECT.
	SELECT relatives ASSIGN TO 'relatives.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nicknum
		FILE STATUS IS RL-FILE-STATUS.
	SELECT OPTIONAL NUMBER-CONTROL ASSIGN TO 'ACCOUNT-NUMBER-CONTROL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS NC-FILE-STATUS.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY FX-RATES-FD.

COPY PRODUCT-CATALOG-FD.

COPY OVERDRAFT-LINKS-FD.

COPY OVERDRAFT-FACILITIES-FD.

COPY POD-BENEFICIARIES-FD.

FD relatives.
01 person.
	05 nicknum       PIC 9(5).
	05 firstname     PIC x(48).
	05 lastname      PIC x(64).
	05 relationship  PIC x(32).
	05 birthdate     PIC 9(8).
	05 link-type     PIC x(10).
	05 link-nicknum  PIC 9(5).

FD NUMBER-CONTROL.
01 NUMBER-CONTROL-RECORD.
	05 NC-NEXT-BASE PIC 9(9).

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 99.
01 WS-WORK-ACCOUNT-NO PIC 9(10).
01 WS-OPENING-BALANCE PIC 9(9)V99.
01 WS-NEW-STATUS PIC X.
01 WS-STATEMENT-CYCLE PIC 9.
01 WS-CURRENCY-CODE PIC X(3).
01 WS-PRODUCT-CODE PIC X(4).
01 WS-OLD-PRODUCT PIC X(4).
01 WS-PRODUCTS-FLAG PIC X VALUE 'N'.
	88 PRODUCTS-AVAILABLE VALUE 'Y'.
COPY PRODUCT-CATALOG-STATUS.
01 WS-FX-RATES-FLAG PIC X VALUE 'N'.
	88 FX-RATES-AVAILABLE VALUE 'Y'.
COPY FX-RATES-STATUS.
COPY OVERDRAFT-LINKS-STATUS.
COPY OVERDRAFT-FACILITIES-STATUS.
01 WS-FACILITIES-FLAG PIC X VALUE 'N'.
	88 FACILITIES-AVAILABLE VALUE 'Y'.
COPY POD-BENEFICIARIES-STATUS.
01 RL-FILE-STATUS PIC X(2).
	88 RL-OK VALUE '00'.
01 WS-RELATIVES-FLAG PIC X VALUE 'N'.
	88 RELATIVES-AVAILABLE VALUE 'Y'.
01 WS-BN-EOF PIC X VALUE 'N'.
	88 BENEFICIARIES-EOF VALUE 'Y'.
01 WS-BN-ACTION PIC X.
01 WS-BN-NICKNUM PIC 9(5).
01 WS-BN-SHARE PIC 9(3)V99.
01 WS-BN-OLD-SHARE PIC 9(3)V99.
01 WS-BN-TOTAL-SHARE PIC 9(5)V99.
01 WS-BN-COUNT PIC 9(3).
01 WS-EDITED-SHARE PIC ZZ9.99.
COPY PENDING-APPROVALS-STATUS.
COPY PENDING-APPROVALS-FIELDS.
COPY CHANGE-HISTORY-FIELDS.
	05 WS-LIMIT-WITHDRAWAL PIC 9(8)V99.
	05 WS-LIMIT-TRANSFER PIC 9(8)V99.
01 WS-FUNDING-ACCOUNT-NO PIC 9(10).
*> an OD-ARRANGE item carries the limit and expiry laid end to end;
*> the old value is the facility it replaces, if any
01 WS-FACILITY-REQUEST-VALUE.
	05 WS-FACILITY-LIMIT PIC 9(9)V99.
	05 WS-FACILITY-EXPIRY PIC 9(8).
01 WS-FACILITY-CURRENT-VALUE.
	05 WS-FACILITY-OLD-LIMIT PIC 9(9)V99.
	05 WS-FACILITY-OLD-EXPIRY PIC 9(8).
01 WS-TODAY-DATE PIC 9(8).
01 WS-EDITED-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
*> an ACCT-CLOSE item carries the new status and, behind it, the
*> account the closing balance is paid to
01 WS-CLOSE-REQUEST-VALUE.
	05 WS-CLOSE-NEW-STATUS PIC X VALUE 'C'.
	05 WS-CLOSE-PAYOUT-ACCOUNT PIC 9(10).
01 NC-FILE-STATUS PIC X(2).
	88 NC-OK VALUE '00'.
01 WS-NEXT-BASE PIC 9(9) VALUE 100000001.
		CLOSE OVERDRAFT-LINKS
		OPEN I-O OVERDRAFT-LINKS
	END-IF
	OPEN INPUT FX-RATES.
	IF FX-OK
		SET FX-RATES-AVAILABLE TO TRUE
	ELSE
		CLOSE FX-RATES
	END-IF
	OPEN INPUT OVERDRAFT-FACILITIES.
	IF OD-OK
		SET FACILITIES-AVAILABLE TO TRUE
	ELSE
		CLOSE OVERDRAFT-FACILITIES
	END-IF
	OPEN INPUT PRODUCT-CATALOG.
	IF PC-OK
		SET PRODUCTS-AVAILABLE TO TRUE
	ELSE
		CLOSE PRODUCT-CATALOG
	END-IF
	OPEN I-O POD-BENEFICIARIES.
	IF NOT BN-OK
		CLOSE POD-BENEFICIARIES
		OPEN OUTPUT POD-BENEFICIARIES
		CLOSE POD-BENEFICIARIES
		OPEN I-O POD-BENEFICIARIES
	END-IF
	OPEN INPUT relatives.
	IF RL-OK
		SET RELATIVES-AVAILABLE TO TRUE
	ELSE
		CLOSE relatives
	END-IF
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Open new account'
		DISPLAY '7. Remove overdraft protection link'
		DISPLAY '8. Audit account numbers against the check digit'
		DISPLAY '9. Request account limit change'
		DISPLAY '10. Request arranged overdraft change'
		DISPLAY '11. Change account product'
		DISPLAY '12. Payable-on-death beneficiaries'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM OPEN-ACCOUNT THRU OPEN-ACCOUNT-EXIT
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Closing accounts takes level 3'
				ELSE
					PERFORM CLOSE-ACCOUNT THRU CLOSE-ACCOUNT-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
				ELSE
					PERFORM REQUEST-LIMIT-CHANGE
				END-IF
			WHEN 10
				IF OPR-LEVEL < 3
					DISPLAY 'Overdraft facility changes take level 3'
				ELSE
					PERFORM REQUEST-FACILITY-CHANGE
						THRU REQUEST-FACILITY-CHANGE-EXIT
				END-IF
			WHEN 11
				IF OPR-LEVEL < 3
					DISPLAY 'Product changes take level 3'
				ELSE
					PERFORM CHANGE-ACCOUNT-PRODUCT
						THRU CHANGE-ACCOUNT-PRODUCT-EXIT
				END-IF
			WHEN 12
				IF OPR-LEVEL < 2
					DISPLAY 'Beneficiary changes take level 2'
				ELSE
					PERFORM MAINTAIN-BENEFICIARIES
						THRU MAINTAIN-BENEFICIARIES-EXIT
				END-IF
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE ACCOUNT-MASTER.
	CLOSE OVERDRAFT-LINKS.
	IF FX-RATES-AVAILABLE
		CLOSE FX-RATES
	END-IF
	IF FACILITIES-AVAILABLE
		CLOSE OVERDRAFT-FACILITIES
	END-IF
	IF PRODUCTS-AVAILABLE
		CLOSE PRODUCT-CATALOG
	END-IF
	CLOSE POD-BENEFICIARIES.
	IF RELATIVES-AVAILABLE
		CLOSE relatives
	END-IF
	STOP RUN.

*> writes a brand-new active account with its opening balance. The
*> number-control file, the check digit is generated in the scheme
*> the teller screen tests, and a base whose number somehow already
*> exists just advances and retries. The control file is checkpointed
*> the moment the number is taken. A foreign-currency account is only
*> opened once its currency has a rate on file, since the nightly run
*> cannot post to an account it cannot value. A product has to be on
*> sale, and the opening balance has to reach its minimum balance.
OPEN-ACCOUNT.
	DISPLAY 'Product code (blank = none): '
	ACCEPT WS-PRODUCT-CODE
	IF WS-PRODUCT-CODE NOT = SPACES
		PERFORM CHECK-PRODUCT-ON-SALE
		IF NOT PC-OK
			GO TO OPEN-ACCOUNT-EXIT
		END-IF
	END-IF
	DISPLAY 'Opening balance: '
	ACCEPT WS-OPENING-BALANCE
	IF WS-PRODUCT-CODE NOT = SPACES
		AND WS-OPENING-BALANCE < PC-MINIMUM-BALANCE
		DISPLAY 'Product ' WS-PRODUCT-CODE ' needs an opening balance '
			'of at least ' PC-MINIMUM-BALANCE ' - account not opened'
		GO TO OPEN-ACCOUNT-EXIT
	END-IF
	DISPLAY 'Statement cycle day (1-9, 0 = month-end): '
	ACCEPT WS-STATEMENT-CYCLE
	DISPLAY 'Currency code (blank = base): '
	ACCEPT WS-CURRENCY-CODE
	IF WS-CURRENCY-CODE NOT = SPACES
		PERFORM CHECK-CURRENCY-RATED
		IF NOT FX-OK
			DISPLAY 'No exchange rate on file for ' WS-CURRENCY-CODE
				' - account not opened'
			GO TO OPEN-ACCOUNT-EXIT
		END-IF
	END-IF
	PERFORM READ-NUMBER-CONTROL
	MOVE 'N' TO WS-ISSUED-FLAG
	PERFORM UNTIL NUMBER-ISSUED
		MOVE 'A' TO AM-STATUS
		MOVE FUNCTION CURRENT-DATE(1:8) TO AM-LAST-ACTIVITY-DATE
		MOVE WS-STATEMENT-CYCLE TO AM-STATEMENT-CYCLE
		MOVE WS-CURRENCY-CODE TO AM-CURRENCY-CODE
		MOVE WS-PRODUCT-CODE TO AM-PRODUCT-CODE
		WRITE ACCOUNT-MASTER-RECORD
			INVALID KEY
				CONTINUE
		END-WRITE
	END-PERFORM
	PERFORM WRITE-NUMBER-CONTROL
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE SPACES TO CH-LOG-AFTER
	MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-AFTER
	MOVE 'ACCOUNTS' TO CH-LOG-FILE-ID
	MOVE WS-WORK-ACCOUNT-NO TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' issued and opened '
		'with balance ' WS-OPENING-BALANCE
	MOVE 'OPEN' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE 'new account, issued number' TO AT-CHANGE-DETAIL
	IF WS-CURRENCY-CODE NOT = SPACES
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'new account, issued number ' WS-CURRENCY-CODE
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	END-IF
	IF WS-PRODUCT-CODE NOT = SPACES
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'new account, product ' WS-PRODUCT-CODE ' '
			WS-CURRENCY-CODE
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	END-IF
	PERFORM LOG-AUDIT-EVENT.
	OPEN-ACCOUNT-EXIT.
	EXIT.

*> leaves PC-OK set, and the product in the record area, only for a
*> product on the catalog and still on sale
CHECK-PRODUCT-ON-SALE.
	MOVE '23' TO PC-FILE-STATUS
	IF NOT PRODUCTS-AVAILABLE
		DISPLAY 'No product catalog on file - product ' WS-PRODUCT-CODE
			' refused'
		EXIT PARAGRAPH
	END-IF
	MOVE WS-PRODUCT-CODE TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			DISPLAY 'Product ' WS-PRODUCT-CODE ' not on the catalog'
		NOT INVALID KEY
			IF NOT PC-ON-SALE
				DISPLAY 'Product ' WS-PRODUCT-CODE ' is off sale'
				MOVE '23' TO PC-FILE-STATUS
			END-IF
	END-READ.

*> moving an account to another product changes its interest, limits
*> and charges from the next run on; moving it off every product
*> (blank) puts it back on the shared rules
CHANGE-ACCOUNT-PRODUCT.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT-NO
	MOVE WS-WORK-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' not on file'
			GO TO CHANGE-ACCOUNT-PRODUCT-EXIT
	END-READ
	IF AM-CLOSED
		DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' is closed - rejected'
		GO TO CHANGE-ACCOUNT-PRODUCT-EXIT
	END-IF
	MOVE AM-PRODUCT-CODE TO WS-OLD-PRODUCT
	IF WS-OLD-PRODUCT = SPACES
		DISPLAY 'Current product: none'
	ELSE
		DISPLAY 'Current product: ' WS-OLD-PRODUCT
	END-IF
	DISPLAY 'New product code (blank = none): '
	ACCEPT WS-PRODUCT-CODE
	IF WS-PRODUCT-CODE = WS-OLD-PRODUCT
		DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' is already on that '
			'product'
		GO TO CHANGE-ACCOUNT-PRODUCT-EXIT
	END-IF
	IF WS-PRODUCT-CODE NOT = SPACES
		PERFORM CHECK-PRODUCT-ON-SALE
		IF NOT PC-OK
			GO TO CHANGE-ACCOUNT-PRODUCT-EXIT
		END-IF
	END-IF
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-BEFORE
	MOVE WS-PRODUCT-CODE TO AM-PRODUCT-CODE
	MOVE SPACES TO CH-LOG-AFTER
	MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-AFTER
	MOVE 'ACCOUNTS' TO CH-LOG-FILE-ID
	MOVE WS-WORK-ACCOUNT-NO TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	REWRITE ACCOUNT-MASTER-RECORD
	MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' moved to product '
		WS-PRODUCT-CODE
	MOVE 'PRODUCT' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'product ' WS-OLD-PRODUCT ' -> ' WS-PRODUCT-CODE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-ACCOUNT-PRODUCT-EXIT.
	EXIT.

*> leaves FX-OK set when at least one rate is keyed for the currency
CHECK-CURRENCY-RATED.
	MOVE '23' TO FX-FILE-STATUS
	IF FX-RATES-AVAILABLE
		MOVE WS-CURRENCY-CODE TO FX-CURRENCY-CODE
		MOVE ZERO TO FX-RATE-DATE
		START FX-RATES KEY IS GREATER THAN OR EQUAL TO FX-KEY
			INVALID KEY CONTINUE
			NOT INVALID KEY
				READ FX-RATES NEXT RECORD
					AT END MOVE '23' TO FX-FILE-STATUS
				END-READ
				IF FX-OK AND FX-CURRENCY-CODE NOT = WS-CURRENCY-CODE
					MOVE '23' TO FX-FILE-STATUS
				END-IF
		END-START
	END-IF.

READ-NUMBER-CONTROL.
	OPEN INPUT NUMBER-CONTROL
	DISPLAY 'Check-digit audit: ' WS-AUDIT-FAIL-COUNT
		' account(s) fail - see ACCOUNT-CHECKDIGIT.RPT'.

*> closing is a request: once a second operator applies it in
*> APPROVAL-QUEUE, CLOSURE-SETTLEMENT posts the final interest and fee,
*> pays what is left to the nominated account and flips the status
CLOSE-ACCOUNT.
	DISPLAY 'Account number to close: '
	ACCEPT WS-WORK-ACCOUNT-NO
			MOVE WS-WORK-ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'account close rejected - not on file' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO CLOSE-ACCOUNT-EXIT
	END-READ
	IF AM-CLOSED
		DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' is already closed'
		GO TO CLOSE-ACCOUNT-EXIT
	END-IF
	MOVE AM-STATUS TO WS-OLD-STATUS
	IF AM-BALANCE = ZERO
		DISPLAY 'Pay any final interest to account (0 = none): '
	ELSE
		DISPLAY 'Balance ' AM-BALANCE ' - pay it to account: '
	END-IF
	ACCEPT WS-CLOSE-PAYOUT-ACCOUNT
	IF WS-CLOSE-PAYOUT-ACCOUNT = ZERO
		IF AM-BALANCE NOT = ZERO
			DISPLAY 'An account carrying a balance needs a payout '
				'account - not closed'
			MOVE WS-WORK-ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'account close rejected - no payout account'
				TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO CLOSE-ACCOUNT-EXIT
		END-IF
	ELSE
		IF WS-CLOSE-PAYOUT-ACCOUNT = WS-WORK-ACCOUNT-NO
			DISPLAY 'The balance cannot be paid to the account being '
				'closed'
			GO TO CLOSE-ACCOUNT-EXIT
		END-IF
		MOVE WS-CLOSE-PAYOUT-ACCOUNT TO AM-ACCOUNT-NO
		READ ACCOUNT-MASTER
			INVALID KEY
				DISPLAY 'Payout account ' WS-CLOSE-PAYOUT-ACCOUNT
					' not on file - not closed'
				GO TO CLOSE-ACCOUNT-EXIT
		END-READ
		IF AM-CLOSED
			DISPLAY 'Payout account ' WS-CLOSE-PAYOUT-ACCOUNT
				' is closed - not closed'
			GO TO CLOSE-ACCOUNT-EXIT
		END-IF
	END-IF
*> the close is a request: nothing moves until a second operator
*> applies the queued item in APPROVAL-QUEUE
	MOVE 'ACCT-CLOSE' TO PA-QUEUE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO PA-QUEUE-KEY
	MOVE WS-OLD-STATUS TO PA-QUEUE-OLD-VALUE
	MOVE WS-CLOSE-REQUEST-VALUE TO PA-QUEUE-NEW-VALUE
	PERFORM QUEUE-PENDING-APPROVAL
	MOVE 'REQUEST' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'close queued payout ' WS-CLOSE-PAYOUT-ACCOUNT
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CLOSE-ACCOUNT-EXIT.
	EXIT.

*> flips AM-STATUS directly between 'A' and 'C' - the repair path for
*> an account that was closed in error, or a forced close
			DISPLAY 'Status:  ' AM-STATUS
			DISPLAY 'Last activity: ' AM-LAST-ACTIVITY-DATE
			DISPLAY 'Statement cycle: ' AM-STATEMENT-CYCLE
			IF AM-CURRENCY-CODE = SPACES
				DISPLAY 'Currency: base'
			ELSE
				DISPLAY 'Currency: ' AM-CURRENCY-CODE
			END-IF
			IF AM-PRODUCT-CODE = SPACES
				DISPLAY 'Product:  none'
			ELSE
				DISPLAY 'Product:  ' AM-PRODUCT-CODE
			END-IF
			PERFORM READ-CURRENT-FACILITY
			IF WS-FACILITY-OLD-LIMIT > ZERO
				MOVE WS-FACILITY-OLD-LIMIT TO WS-EDITED-LIMIT
				DISPLAY 'Arranged overdraft: ' WS-EDITED-LIMIT
					' until ' WS-FACILITY-OLD-EXPIRY
			END-IF
			PERFORM LIST-BENEFICIARIES
	END-READ.

*> both sides of the link must exist and be active; a link pointing
			PERFORM LOG-AUDIT-EVENT
	END-READ.

*> an arranged overdraft lets the nightly run take the account below
*> zero, so setting, changing or withdrawing one is a second
*> operator's decision like the ceilings above. A zero limit asks for
*> the facility to be withdrawn; anything else needs an expiry date
*> still to come.
REQUEST-FACILITY-CHANGE.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT-NO
	MOVE WS-WORK-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' not on file'
			GO TO REQUEST-FACILITY-CHANGE-EXIT
	END-READ
	IF AM-CLOSED
		DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' is closed - rejected'
		GO TO REQUEST-FACILITY-CHANGE-EXIT
	END-IF
	PERFORM READ-CURRENT-FACILITY
	IF WS-FACILITY-OLD-LIMIT > ZERO
		MOVE WS-FACILITY-OLD-LIMIT TO WS-EDITED-LIMIT
		DISPLAY 'Current facility: ' WS-EDITED-LIMIT
			' until ' WS-FACILITY-OLD-EXPIRY
	END-IF
	DISPLAY 'Arranged overdraft limit (0 = withdraw facility): '
	ACCEPT WS-FACILITY-LIMIT
	IF WS-FACILITY-LIMIT = ZERO
		IF WS-FACILITY-OLD-LIMIT = ZERO
			DISPLAY 'No facility on account ' WS-WORK-ACCOUNT-NO
				' to withdraw'
			GO TO REQUEST-FACILITY-CHANGE-EXIT
		END-IF
		MOVE ZERO TO WS-FACILITY-EXPIRY
	ELSE
		DISPLAY 'Facility expiry date (YYYYMMDD): '
		ACCEPT WS-FACILITY-EXPIRY
		IF FUNCTION TEST-DATE-YYYYMMDD(WS-FACILITY-EXPIRY) NOT = ZERO
			DISPLAY 'Expiry is not a valid date - rejected'
			GO TO REQUEST-FACILITY-CHANGE-EXIT
		END-IF
		IF WS-FACILITY-EXPIRY NOT > WS-TODAY-DATE
			DISPLAY 'Expiry must be after today - rejected'
			GO TO REQUEST-FACILITY-CHANGE-EXIT
		END-IF
	END-IF
	MOVE 'OD-ARRANGE' TO PA-QUEUE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO PA-QUEUE-KEY
	MOVE WS-FACILITY-CURRENT-VALUE TO PA-QUEUE-OLD-VALUE
	MOVE WS-FACILITY-REQUEST-VALUE TO PA-QUEUE-NEW-VALUE
	PERFORM QUEUE-PENDING-APPROVAL
	MOVE 'REQUEST' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	MOVE WS-FACILITY-LIMIT TO WS-EDITED-LIMIT
	STRING 'OD limit ' WS-EDITED-LIMIT ' queued'
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REQUEST-FACILITY-CHANGE-EXIT.
	EXIT.

READ-CURRENT-FACILITY.
	MOVE ZERO TO WS-FACILITY-OLD-LIMIT WS-FACILITY-OLD-EXPIRY
	IF FACILITIES-AVAILABLE
		MOVE WS-WORK-ACCOUNT-NO TO OD-ACCOUNT-NO
		READ OVERDRAFT-FACILITIES
			NOT INVALID KEY
				MOVE OD-LIMIT TO WS-FACILITY-OLD-LIMIT
				MOVE OD-EXPIRY-DATE TO WS-FACILITY-OLD-EXPIRY
		END-READ
	END-IF.

*> payable-on-death beneficiaries are people on the relatives
*> register; entering a person already named changes their share,
*> a zero share removes them. Whatever the shares leave short of 100
*> is paid to the estate.
MAINTAIN-BENEFICIARIES.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT-NO
	MOVE WS-WORK-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' not on file'
			GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-READ
	IF AM-CLOSED
		DISPLAY 'Account ' WS-WORK-ACCOUNT-NO ' is closed - rejected'
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	IF NOT RELATIVES-AVAILABLE
		DISPLAY 'relatives.dat not available - beneficiaries cannot '
			'be named'
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	PERFORM LIST-BENEFICIARIES
	DISPLAY 'Relatives person-id of the beneficiary: '
	ACCEPT WS-BN-NICKNUM
	MOVE WS-BN-NICKNUM TO nicknum
	READ relatives
		INVALID KEY
			DISPLAY 'Person ' WS-BN-NICKNUM
				' is not on the relatives register - rejected'
			MOVE WS-BN-NICKNUM TO EL-TRACKED-RESOURCE
			MOVE 'beneficiary not on the register' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-READ
	DISPLAY 'Beneficiary: ' firstname(1:20) ' ' lastname(1:30)
	MOVE ZERO TO WS-BN-OLD-SHARE
	MOVE 'A' TO WS-BN-ACTION
	MOVE WS-WORK-ACCOUNT-NO TO BN-ACCOUNT-NO
	MOVE WS-BN-NICKNUM TO BN-NICKNUM
	READ POD-BENEFICIARIES
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE 'C' TO WS-BN-ACTION
			MOVE BN-SHARE-PCT TO WS-BN-OLD-SHARE
			MOVE BN-SHARE-PCT TO WS-EDITED-SHARE
			DISPLAY 'Current share: ' WS-EDITED-SHARE '%'
	END-READ
	DISPLAY 'Share of the balance in percent (0 = remove): '
	ACCEPT WS-BN-SHARE
	IF WS-BN-SHARE = ZERO
		IF WS-BN-ACTION = 'A'
			DISPLAY 'Person ' WS-BN-NICKNUM ' is not a beneficiary'
			GO TO MAINTAIN-BENEFICIARIES-EXIT
		END-IF
		DELETE POD-BENEFICIARIES RECORD
			INVALID KEY
				DISPLAY 'No delete of beneficiary ' WS-BN-NICKNUM
				GO TO MAINTAIN-BENEFICIARIES-EXIT
		END-DELETE
		DISPLAY 'Beneficiary ' WS-BN-NICKNUM ' removed'
		MOVE 'UNPOD' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'beneficiary ' WS-BN-NICKNUM ' removed'
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		PERFORM LOG-AUDIT-EVENT
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	IF WS-BN-SHARE > 100
		DISPLAY 'A share cannot pass 100% - rejected'
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	PERFORM TOTAL-BENEFICIARY-SHARES
	IF WS-BN-TOTAL-SHARE - WS-BN-OLD-SHARE + WS-BN-SHARE > 100
		MOVE WS-BN-TOTAL-SHARE TO WS-EDITED-SHARE
		DISPLAY 'Shares would pass 100% (already ' WS-EDITED-SHARE
			'%) - rejected'
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	MOVE WS-WORK-ACCOUNT-NO TO BN-ACCOUNT-NO
	MOVE WS-BN-NICKNUM TO BN-NICKNUM
	MOVE WS-BN-SHARE TO BN-SHARE-PCT
	MOVE WS-TODAY-DATE TO BN-ADDED-DATE
	IF WS-BN-ACTION = 'A'
		WRITE POD-BENEFICIARY-RECORD
	ELSE
		REWRITE POD-BENEFICIARY-RECORD
	END-IF
	IF NOT BN-OK
		DISPLAY 'Beneficiary not saved - file status ' BN-FILE-STATUS
		GO TO MAINTAIN-BENEFICIARIES-EXIT
	END-IF
	MOVE WS-BN-SHARE TO WS-EDITED-SHARE
	DISPLAY 'Beneficiary ' WS-BN-NICKNUM ' set at ' WS-EDITED-SHARE '%'
	MOVE 'POD' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'beneficiary ' WS-BN-NICKNUM ' at ' WS-EDITED-SHARE '%'
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	MAINTAIN-BENEFICIARIES-EXIT.
	EXIT.

TOTAL-BENEFICIARY-SHARES.
	MOVE ZERO TO WS-BN-TOTAL-SHARE
	MOVE ZERO TO WS-BN-COUNT
	MOVE 'N' TO WS-BN-EOF
	MOVE WS-WORK-ACCOUNT-NO TO BN-ACCOUNT-NO
	MOVE ZERO TO BN-NICKNUM
	START POD-BENEFICIARIES KEY IS GREATER THAN OR EQUAL TO BN-KEY
		INVALID KEY SET BENEFICIARIES-EOF TO TRUE
	END-START
	PERFORM UNTIL BENEFICIARIES-EOF
		READ POD-BENEFICIARIES NEXT RECORD
			AT END SET BENEFICIARIES-EOF TO TRUE
		END-READ
		IF NOT BENEFICIARIES-EOF
			IF BN-ACCOUNT-NO NOT = WS-WORK-ACCOUNT-NO
				SET BENEFICIARIES-EOF TO TRUE
			ELSE
				ADD 1 TO WS-BN-COUNT
				ADD BN-SHARE-PCT TO WS-BN-TOTAL-SHARE
			END-IF
		END-IF
	END-PERFORM.

LIST-BENEFICIARIES.
	MOVE 'N' TO WS-BN-EOF
	MOVE ZERO TO WS-BN-COUNT
	MOVE WS-WORK-ACCOUNT-NO TO BN-ACCOUNT-NO
	MOVE ZERO TO BN-NICKNUM
	START POD-BENEFICIARIES KEY IS GREATER THAN OR EQUAL TO BN-KEY
		INVALID KEY SET BENEFICIARIES-EOF TO TRUE
	END-START
	PERFORM UNTIL BENEFICIARIES-EOF
		READ POD-BENEFICIARIES NEXT RECORD
			AT END SET BENEFICIARIES-EOF TO TRUE
		END-READ
		IF NOT BENEFICIARIES-EOF
			IF BN-ACCOUNT-NO NOT = WS-WORK-ACCOUNT-NO
				SET BENEFICIARIES-EOF TO TRUE
			ELSE
				ADD 1 TO WS-BN-COUNT
				MOVE BN-SHARE-PCT TO WS-EDITED-SHARE
				MOVE SPACES TO firstname
				MOVE SPACES TO lastname
				IF RELATIVES-AVAILABLE
					MOVE BN-NICKNUM TO nicknum
					READ relatives
						INVALID KEY
							MOVE '(no longer on the register)'
								TO firstname
					END-READ
				END-IF
				DISPLAY 'Beneficiary: ' BN-NICKNUM ' ' WS-EDITED-SHARE
					'% ' firstname(1:20) ' ' lastname(1:20)
			END-IF
		END-IF
	END-PERFORM
	IF WS-BN-COUNT = ZERO
		DISPLAY 'Beneficiaries: none'
	END-IF.

BUILD-STATUS-AUDIT-DETAIL.
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'status ' WS-OLD-STATUS ' -> ' AM-STATUS
