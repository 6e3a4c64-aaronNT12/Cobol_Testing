*> 24.08.28 AN - and the mail-handling flag (option 7): M/space mails
*>               normally, H holds mail at the branch, N never mails -
*>               the statement run's mailing extract honours it.
*> 24.09.28 AN - KYC: option 8 records an identity review (level 2)
*>               and lifts the KYC-REVIEW debit blocks that
*>               KYC-REVIEW-SCHEDULE put on the customer's linked
*>               accounts; option 9 sets the risk rating (level 3).
*>               Show customer displays both.
*> 24.10.18 AN - option 10 records a customer's death (level 3): the
*>               date of death goes on CU-DECEASED-DATE, every account
*>               linked to the customer on CUSTOMER-ACCOUNTS.DAT is
*>               fully blocked under reference DECEASED (any earlier
*>               block is kept on CHANGE-HISTORY), and the standing
*>               orders drawn on those accounts are suspended. The
*>               nightly ESTATE-SETTLEMENT run then prints the estate
*>               statement. The menu option is two digits now.
*> 24.10.30 AN - option 11 sets the customer's selling price tier
*>               (L list, T trade, K key account) that the invoice
*>               extension prices from TARIFAS-VENTA; show customer
*>               displays it.
*> 24.11.30 AN - address corrections and mail-flag changes also go on
*>               the dated ADDRESS-HISTORY the change-of-address batch
*>               keeps, so a customer's address history is complete.

IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MAINT.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	COPY ACCOUNT-BLOCKS-SELECT.
	COPY STANDING-ORDERS-SELECT.
	COPY CHANGE-HISTORY-SELECT.
	COPY ADDRESS-HISTORY-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

FILE SECTION.
COPY CUSTOMER-MASTER-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

COPY ACCOUNT-BLOCKS-FD.

COPY STANDING-ORDERS-FD.

COPY CHANGE-HISTORY-FD.

COPY ADDRESS-HISTORY-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 99.
01 WS-WORK-CUSTOMER-NO PIC 9(6).
01 WS-TODAY-DATE PIC 9(8).
01 WS-REVIEW-DATE PIC 9(8).
01 WS-NEW-RATING PIC X.
01 WS-LIFTED-COUNT PIC 9(3).
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-DEATH-DATE PIC 9(8).
01 WS-CONFIRM PIC X.
01 WS-SO-EOF PIC X VALUE 'N'.
	88 ORDERS-EOF VALUE 'Y'.
01 WS-BLOCKED-COUNT PIC 9(3).
01 WS-SUSPENDED-COUNT PIC 9(3).
*> the deceased customer's accounts, gathered while they are blocked
*> so the standing-order pass can test each order against them
01 WS-ESTATE-COUNT PIC 9(3) VALUE ZERO.
01 WS-ESTATE-TABLE.
	05 WS-ESTATE-ACCOUNT OCCURS 100 TIMES PIC 9(10).
01 WS-ESTATE-SUB PIC 9(3).
01 WS-ESTATE-FLAG PIC X.
	88 ORDER-ON-ESTATE VALUE 'Y'.
COPY CUSTOMER-MASTER-STATUS.
COPY ACCOUNT-BLOCKS-STATUS.
COPY SIGNON-PARAMS.
COPY CHANGE-HISTORY-FIELDS.
COPY ADDRESS-HISTORY-STATUS.
COPY ADDRESS-HISTORY-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

	MOVE 'CUSTOMER-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'CUSTOMER-MAINT' TO AT-CALLING-PROGRAM.
	PERFORM SIGN-ON-OPERATOR.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN I-O CUSTOMER-MASTER.
	IF NOT CU-OK
		CLOSE CUSTOMER-MASTER
		CLOSE CUSTOMER-MASTER
		OPEN I-O CUSTOMER-MASTER
	END-IF
	OPEN I-O ACCOUNT-BLOCKS.
	IF NOT AB-OK
		CLOSE ACCOUNT-BLOCKS
		OPEN OUTPUT ACCOUNT-BLOCKS
		CLOSE ACCOUNT-BLOCKS
		OPEN I-O ACCOUNT-BLOCKS
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Show customer'
		DISPLAY '5. Exit'
		DISPLAY '6. Set credit limit'
		DISPLAY '7. Set mail handling flag'
		DISPLAY '8. Record KYC review'
		DISPLAY '9. Set KYC risk rating'
		DISPLAY '10. Record customer death'
		DISPLAY '11. Set price tier'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
			WHEN 5 MOVE 'N' TO WS-CONTINUE
			WHEN 6 PERFORM SET-CREDIT-LIMIT
			WHEN 7 PERFORM SET-MAIL-FLAG
			WHEN 8
				IF OPR-LEVEL < 2
					DISPLAY 'Recording a KYC review takes level 2'
				ELSE
					PERFORM RECORD-KYC-REVIEW THRU RECORD-KYC-REVIEW-EXIT
				END-IF
			WHEN 9
				IF OPR-LEVEL < 3
					DISPLAY 'Risk rating changes take level 3'
				ELSE
					PERFORM SET-RISK-RATING THRU SET-RISK-RATING-EXIT
				END-IF
			WHEN 10
				IF OPR-LEVEL < 3
					DISPLAY 'Recording a death takes level 3'
				ELSE
					PERFORM RECORD-CUSTOMER-DEATH
						THRU RECORD-CUSTOMER-DEATH-EXIT
				END-IF
			WHEN 11 PERFORM SET-PRICE-TIER
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE CUSTOMER-MASTER.
	CLOSE ACCOUNT-BLOCKS.
	STOP RUN.

*> the record as read is kept as the before image; the correction
		DISPLAY 'City:     ' CU-CITY
		DISPLAY 'State:    ' CU-STATE
		DISPLAY 'Zip:      ' CU-ZIP
		DISPLAY 'Risk:     ' CU-RISK-RATING
		DISPLAY 'Reviewed: ' CU-LAST-REVIEW-DATE
		DISPLAY 'Tier:     ' CU-PRICE-TIER
		IF CU-DECEASED-DATE IS NUMERIC AND CU-DECEASED-DATE > ZERO
			DISPLAY 'Deceased: ' CU-DECEASED-DATE
		END-IF
	END-IF.

CORRECT-NAME.
	IF CU-OK
		DISPLAY 'Current: ' CU-STREET ' / ' CU-CITY ' / '
			CU-STATE ' ' CU-ZIP
		PERFORM NOTE-ADDRESS-BEFORE
		DISPLAY 'Street: '
		ACCEPT CU-STREET
		DISPLAY 'Apt: '
		PERFORM LOG-CUSTOMER-CHANGE-IMAGES
		REWRITE CUSTOMER-MASTER-RECORD
		DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' address corrected'
		MOVE 'M' TO CAHL-SOURCE
		MOVE WS-TODAY-DATE TO CAHL-EFFECTIVE-DATE
		PERFORM LOG-ADDRESS-HISTORY
		MOVE 'UPDATE' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
		MOVE 'address corrected' TO AT-CHANGE-DETAIL
	PERFORM READ-REQUESTED-CUSTOMER
	IF CU-OK
		DISPLAY 'Current mail flag: ' CU-MAIL-FLAG
		PERFORM NOTE-ADDRESS-BEFORE
		DISPLAY 'New flag (M=mail, H=hold mail, N=do not mail): '
		ACCEPT CU-MAIL-FLAG
		IF NOT CU-MAIL-NORMALLY AND NOT CU-HOLD-MAIL
		REWRITE CUSTOMER-MASTER-RECORD
		DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' mail flag is now '
			CU-MAIL-FLAG
		MOVE 'M' TO CAHL-SOURCE
		MOVE WS-TODAY-DATE TO CAHL-EFFECTIVE-DATE
		PERFORM LOG-ADDRESS-HISTORY
		MOVE 'UPDATE' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
		MOVE SPACES TO AT-CHANGE-DETAIL
		PERFORM LOG-AUDIT-EVENT
	END-IF.

SET-PRICE-TIER.
	PERFORM READ-REQUESTED-CUSTOMER
	IF CU-OK
		DISPLAY 'Current price tier: ' CU-PRICE-TIER
		DISPLAY 'New tier (L=list, T=trade, K=key account): '
		ACCEPT CU-PRICE-TIER
		IF NOT CU-TIER-LIST AND NOT CU-TIER-TRADE
			AND NOT CU-TIER-KEY-ACCOUNT
			DISPLAY 'Tier must be L, T, or K - set to L'
			MOVE 'L' TO CU-PRICE-TIER
		END-IF
		PERFORM LOG-CUSTOMER-CHANGE-IMAGES
		REWRITE CUSTOMER-MASTER-RECORD
		DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' price tier is now '
			CU-PRICE-TIER
		MOVE 'UPDATE' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'price tier ' CU-PRICE-TIER
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		PERFORM LOG-AUDIT-EVENT
	END-IF.

SET-CREDIT-LIMIT.
	PERFORM READ-REQUESTED-CUSTOMER
	IF CU-OK
		PERFORM LOG-AUDIT-EVENT
	END-IF.

*> the review date is the day the identity check was done - today
*> unless keyed, never in the future. Recording it lifts the debit
*> blocks the review scheduler placed for an overdue review; a block
*> under any other reference is left alone.
RECORD-KYC-REVIEW.
	PERFORM READ-REQUESTED-CUSTOMER
	IF NOT CU-OK
		GO TO RECORD-KYC-REVIEW-EXIT
	END-IF
	IF CU-LAST-REVIEW-DATE IS NOT NUMERIC
		MOVE ZERO TO CU-LAST-REVIEW-DATE
	END-IF
	DISPLAY 'Last review: ' CU-LAST-REVIEW-DATE '  rating: ' CU-RISK-RATING
	DISPLAY 'Review date (YYYYMMDD, 0 = today): '
	ACCEPT WS-REVIEW-DATE
	IF WS-REVIEW-DATE = ZERO
		MOVE WS-TODAY-DATE TO WS-REVIEW-DATE
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-DATE) NOT = ZERO
		OR WS-REVIEW-DATE > WS-TODAY-DATE
		DISPLAY 'Review date is not a valid past date - rejected'
		GO TO RECORD-KYC-REVIEW-EXIT
	END-IF
	MOVE WS-REVIEW-DATE TO CU-LAST-REVIEW-DATE
	PERFORM LOG-CUSTOMER-CHANGE-IMAGES
	REWRITE CUSTOMER-MASTER-RECORD
	DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' reviewed ' WS-REVIEW-DATE
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'KYC review ' WS-REVIEW-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT
	PERFORM LIFT-KYC-BLOCKS.
	RECORD-KYC-REVIEW-EXIT.
	EXIT.

LIFT-KYC-BLOCKS.
	MOVE ZERO TO WS-LIFTED-COUNT
	MOVE 'N' TO WS-XREF-EOF
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL XREF-EOF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
		IF NOT XREF-EOF AND XA-CUSTOMER-NO = WS-WORK-CUSTOMER-NO
			MOVE XA-ACCOUNT-NO TO AB-ACCOUNT-NO
			READ ACCOUNT-BLOCKS
				INVALID KEY CONTINUE
			END-READ
			IF AB-OK AND AB-ORDER-REF = 'KYC-REVIEW'
				DELETE ACCOUNT-BLOCKS RECORD
					INVALID KEY
						DISPLAY 'No delete of block on ' XA-ACCOUNT-NO
					NOT INVALID KEY
						ADD 1 TO WS-LIFTED-COUNT
						MOVE 'DELETE' TO AT-CHANGE-OPERATION
						MOVE XA-ACCOUNT-NO TO AT-TRACKED-KEY
						MOVE 'KYC review block lifted' TO AT-CHANGE-DETAIL
						PERFORM LOG-AUDIT-EVENT
				END-DELETE
			END-IF
		END-IF
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS
	IF WS-LIFTED-COUNT > ZERO
		DISPLAY WS-LIFTED-COUNT ' KYC review block(s) lifted'
	END-IF.

SET-RISK-RATING.
	PERFORM READ-REQUESTED-CUSTOMER
	IF NOT CU-OK
		GO TO SET-RISK-RATING-EXIT
	END-IF
	DISPLAY 'Current rating: ' CU-RISK-RATING
	DISPLAY 'New rating (H=high, M=medium, L=low): '
	ACCEPT WS-NEW-RATING
	IF WS-NEW-RATING NOT = 'H' AND WS-NEW-RATING NOT = 'M'
		AND WS-NEW-RATING NOT = 'L'
		DISPLAY 'Rating must be H, M or L - rejected'
		GO TO SET-RISK-RATING-EXIT
	END-IF
	MOVE WS-NEW-RATING TO CU-RISK-RATING
	IF CU-LAST-REVIEW-DATE IS NOT NUMERIC
		MOVE ZERO TO CU-LAST-REVIEW-DATE
	END-IF
	PERFORM LOG-CUSTOMER-CHANGE-IMAGES
	REWRITE CUSTOMER-MASTER-RECORD
	DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' risk rating is now '
		CU-RISK-RATING
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'risk rating ' CU-RISK-RATING
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	SET-RISK-RATING-EXIT.
	EXIT.

*> the date of death is keyed (today unless given, never in the
*> future) and confirmed before anything is touched. Recording it is
*> a one-way step here: the estate is then frozen - every linked
*> account fully blocked, the customer's standing orders suspended -
*> and paid out through the estate statement and account closure.
RECORD-CUSTOMER-DEATH.
	PERFORM READ-REQUESTED-CUSTOMER
	IF NOT CU-OK
		GO TO RECORD-CUSTOMER-DEATH-EXIT
	END-IF
	IF CU-DECEASED-DATE IS NOT NUMERIC
		MOVE ZERO TO CU-DECEASED-DATE
	END-IF
	IF CU-DECEASED-DATE > ZERO
		DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' is already recorded '
			'as deceased on ' CU-DECEASED-DATE
		GO TO RECORD-CUSTOMER-DEATH-EXIT
	END-IF
	DISPLAY 'Customer: ' CU-NAME
	DISPLAY 'Date of death (YYYYMMDD, 0 = today): '
	ACCEPT WS-DEATH-DATE
	IF WS-DEATH-DATE = ZERO
		MOVE WS-TODAY-DATE TO WS-DEATH-DATE
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEATH-DATE) NOT = ZERO
		OR WS-DEATH-DATE > WS-TODAY-DATE
		DISPLAY 'Date of death is not a valid past date - rejected'
		GO TO RECORD-CUSTOMER-DEATH-EXIT
	END-IF
	DISPLAY 'This blocks all of the customer''s accounts. Confirm (Y/N): '
	ACCEPT WS-CONFIRM
	IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
		DISPLAY 'Nothing recorded'
		GO TO RECORD-CUSTOMER-DEATH-EXIT
	END-IF
	MOVE WS-DEATH-DATE TO CU-DECEASED-DATE
	IF CU-LAST-REVIEW-DATE IS NOT NUMERIC
		MOVE ZERO TO CU-LAST-REVIEW-DATE
	END-IF
	PERFORM LOG-CUSTOMER-CHANGE-IMAGES
	REWRITE CUSTOMER-MASTER-RECORD
	DISPLAY 'Customer ' WS-WORK-CUSTOMER-NO ' recorded as deceased on '
		WS-DEATH-DATE
	MOVE 'DECEASED' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-CUSTOMER-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'date of death ' WS-DEATH-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT
	PERFORM BLOCK-ESTATE-ACCOUNTS
	PERFORM SUSPEND-ESTATE-ORDERS THRU SUSPEND-ESTATE-ORDERS-EXIT
	DISPLAY WS-BLOCKED-COUNT ' account(s) blocked, '
		WS-SUSPENDED-COUNT ' standing order(s) suspended'
	DISPLAY 'The estate statement prints in tonight''s '
		'ESTATE-SETTLEMENT run'.
	RECORD-CUSTOMER-DEATH-EXIT.
	EXIT.

BLOCK-ESTATE-ACCOUNTS.
	MOVE ZERO TO WS-BLOCKED-COUNT
	MOVE ZERO TO WS-ESTATE-COUNT
	MOVE 'N' TO WS-XREF-EOF
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL XREF-EOF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
		IF NOT XREF-EOF AND XA-CUSTOMER-NO = WS-WORK-CUSTOMER-NO
			PERFORM BLOCK-ONE-ESTATE-ACCOUNT
		END-IF
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

*> whatever block the account already had is replaced by a full one;
*> its image goes on CHANGE-HISTORY so a court order's reference and
*> ring-fenced amount are not lost
BLOCK-ONE-ESTATE-ACCOUNT.
	IF WS-ESTATE-COUNT < 100
		ADD 1 TO WS-ESTATE-COUNT
		MOVE XA-ACCOUNT-NO TO WS-ESTATE-ACCOUNT(WS-ESTATE-COUNT)
	END-IF
	MOVE XA-ACCOUNT-NO TO AB-ACCOUNT-NO
	READ ACCOUNT-BLOCKS
		INVALID KEY
			MOVE XA-ACCOUNT-NO TO AB-ACCOUNT-NO
			MOVE 'F' TO AB-BLOCK-TYPE
			MOVE ZERO TO AB-AMOUNT
			MOVE 'DECEASED' TO AB-ORDER-REF
			MOVE ZERO TO AB-EXPIRY-DATE
			WRITE ACCOUNT-BLOCKS-RECORD
			MOVE 'WRITE ACCOUNT-BLOCKS' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
		NOT INVALID KEY
			MOVE SPACES TO CH-LOG-BEFORE
			MOVE ACCOUNT-BLOCKS-RECORD TO CH-LOG-BEFORE
			MOVE 'F' TO AB-BLOCK-TYPE
			MOVE 'DECEASED' TO AB-ORDER-REF
			MOVE ZERO TO AB-EXPIRY-DATE
			MOVE SPACES TO CH-LOG-AFTER
			MOVE ACCOUNT-BLOCKS-RECORD TO CH-LOG-AFTER
			MOVE 'BLOCKS' TO CH-LOG-FILE-ID
			MOVE XA-ACCOUNT-NO TO CH-LOG-KEY
			PERFORM LOG-CHANGE-HISTORY
			REWRITE ACCOUNT-BLOCKS-RECORD
			MOVE 'REWRITE ACCOUNT-BLOCKS' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
	END-READ
	ADD 1 TO WS-BLOCKED-COUNT
	MOVE 'BLOCK' TO AT-CHANGE-OPERATION
	MOVE XA-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE 'full block - holder deceased' TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

SUSPEND-ESTATE-ORDERS.
	MOVE ZERO TO WS-SUSPENDED-COUNT
	IF WS-ESTATE-COUNT = ZERO
		GO TO SUSPEND-ESTATE-ORDERS-EXIT
	END-IF
	OPEN I-O STANDING-ORDERS
	IF NOT FS-STATUS-OK
		CLOSE STANDING-ORDERS
		GO TO SUSPEND-ESTATE-ORDERS-EXIT
	END-IF
	MOVE 'N' TO WS-SO-EOF
	MOVE LOW-VALUES TO SO-ORDER-NO
	START STANDING-ORDERS KEY IS GREATER THAN OR EQUAL TO SO-ORDER-NO
		INVALID KEY SET ORDERS-EOF TO TRUE
	END-START
	PERFORM UNTIL ORDERS-EOF
		READ STANDING-ORDERS NEXT RECORD
			AT END SET ORDERS-EOF TO TRUE
			NOT AT END
				IF NOT SO-SUSPENDED
					PERFORM CHECK-ORDER-ON-ESTATE
					IF ORDER-ON-ESTATE
						PERFORM SUSPEND-ONE-ORDER
					END-IF
				END-IF
		END-READ
	END-PERFORM
	CLOSE STANDING-ORDERS.
	SUSPEND-ESTATE-ORDERS-EXIT.
	EXIT.

CHECK-ORDER-ON-ESTATE.
	MOVE 'N' TO WS-ESTATE-FLAG
	PERFORM VARYING WS-ESTATE-SUB FROM 1 BY 1
		UNTIL WS-ESTATE-SUB > WS-ESTATE-COUNT OR ORDER-ON-ESTATE
		IF WS-ESTATE-ACCOUNT(WS-ESTATE-SUB) = SO-ACCOUNT-NO
			SET ORDER-ON-ESTATE TO TRUE
		END-IF
	END-PERFORM.

SUSPEND-ONE-ORDER.
	MOVE 'S' TO SO-STATUS
	MOVE WS-TODAY-DATE TO SO-SUSPENDED-DATE
	REWRITE STANDING-ORDER-RECORD
	MOVE 'REWRITE STANDING-ORDERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-SUSPENDED-COUNT
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE SO-ORDER-NO TO AT-TRACKED-KEY
	MOVE 'suspended - holder deceased' TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

COPY SIGNON-CHECK.

COPY CHANGE-HISTORY-WRITE.

COPY ADDRESS-HISTORY-WRITE.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.
