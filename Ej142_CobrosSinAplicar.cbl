*> Purpose: Unapplied cash on customer accounts - allocation, refunds
*>          and follow-up
*>
*> AR-PAYMENTS holds the money no open item could take - overpayments,
*> receipts against invoices already paid, payments on account - on
*> AR-UNAPPLIED.DAT as a credit on the customer's account. This
*> program works that credit off.
*> Run with AR_UNAPPLIED_BATCH_MODE=Y in the nightly cycle it skips
*> the menu and:
*>   - allocates: each held receipt, oldest first, is applied to the
*>     customer's open items oldest invoice first until the receipt or
*>     the customer's open items run out; an item paid up flips to
*>     paid just as AR-PAYMENTS would flip it. Everything allocated is
*>     listed on AR-ALLOCATION.RPT;
*>   - follows up: every receipt still holding a balance after
*>     AR-UNAPPLIED-DAYS (shared parameter, default 30) is listed on
*>     AR-UNAPPLIED-FOLLOWUP.RPT for the credit controllers to chase.
*> Interactively (signed on) a clerk can allocate a receipt to a
*> named invoice by hand, list a customer's unapplied receipts, and -
*> at level 3 and above - refund what is left of a receipt, which
*> goes out on AR-REFUNDS.DAT for payment. Every allocation and
*> refund is in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.11.29 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. AR-UNAPPLIED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY AR-UNAPPLIED-SELECT.
	COPY AR-OPEN-ITEMS-SELECT.
	SELECT OPTIONAL REFUNDS-FILE ASSIGN TO 'AR-REFUNDS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT ALLOCATION-REPORT ASSIGN TO 'AR-ALLOCATION.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT FOLLOWUP-REPORT ASSIGN TO 'AR-UNAPPLIED-FOLLOWUP.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY AR-UNAPPLIED-FD.

COPY AR-OPEN-ITEMS-FD.

*> one line per refund for the payments side to pay out
FD REFUNDS-FILE.
01 REFUND-RECORD.
	05 RF-RECEIPT-NO PIC 9(8).
	05 RF-CUSTOMER-NO PIC 9(6).
	05 RF-AMOUNT PIC 9(10)V99.
	05 RF-DATE PIC 9(8).
	05 RF-OPERATOR PIC X(8).

FD ALLOCATION-REPORT.
01 ALLOCATION-LINE PIC X(100).

FD FOLLOWUP-REPORT.
01 FOLLOWUP-LINE PIC X(100).

COPY PARAM-FD.
COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-FOLLOWUP-DAYS PIC 9(4) VALUE 30.
01 WS-BATCH-FLAG PIC X VALUE 'N'.
	88 WS-BATCH-MODE VALUE 'Y'.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-UA-EOF PIC X VALUE 'N'.
	88 UNAPPLIED-EOF VALUE 'Y'.
01 WS-AR-EOF PIC X VALUE 'N'.
	88 ITEMS-EOF VALUE 'Y'.
01 WS-WORK-RECEIPT-NO PIC 9(8).
01 WS-WORK-INVOICE-NO PIC 9(6).
01 WS-WORK-CUSTOMER-NO PIC 9(6).
01 WS-WORK-AMOUNT PIC 9(10)V99.
01 WS-REMAINING PIC 9(10)V99.
01 WS-OWING PIC 9(10)V99.
01 WS-ALLOCATE-AMOUNT PIC 9(10)V99.
01 WS-AGE-DAYS PIC S9(5).
*> the customer's oldest open item, found afresh for every allocation
01 WS-OLDEST-FLAG PIC X.
	88 OLDEST-FOUND VALUE 'Y'.
01 WS-OLDEST-INVOICE PIC 9(6).
01 WS-OLDEST-DATE PIC 9(8).
01 WS-RECEIPTS-READ PIC 9(7) VALUE ZERO.
01 WS-ALLOCATION-COUNT PIC 9(5) VALUE ZERO.
01 WS-ALLOCATED-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
01 WS-FOLLOWUP-COUNT PIC 9(5) VALUE ZERO.
01 WS-FOLLOWUP-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-ALLOC-DETAIL.
	05 AD-RECEIPT PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-INVOICE PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-INVOICE-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-STATUS PIC X.
	05 FILLER PIC X(2) VALUE SPACES.
	05 AD-LEFT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-ALLOC-COLUMNS.
	05 FILLER PIC X(10) VALUE 'RECEIPT'.
	05 FILLER PIC X(8) VALUE 'CUSTOMER'.
	05 FILLER PIC X(8) VALUE 'INVOICE'.
	05 FILLER PIC X(10) VALUE 'INV DATE'.
	05 FILLER PIC X(17) VALUE '        ALLOCATED'.
	05 FILLER PIC X(5) VALUE '  ST'.
	05 FILLER PIC X(17) VALUE '   LEFT ON RCPT'.
01 WS-FOLLOW-DETAIL.
	05 FL-RECEIPT PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FL-RECEIPT-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FL-AGE PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FL-SOURCE-INVOICE PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FL-HELD PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-FOLLOW-COLUMNS.
	05 FILLER PIC X(10) VALUE 'RECEIPT'.
	05 FILLER PIC X(8) VALUE 'CUSTOMER'.
	05 FILLER PIC X(10) VALUE 'RCPT DATE'.
	05 FILLER PIC X(7) VALUE '  AGE'.
	05 FILLER PIC X(8) VALUE 'QUOTED'.
	05 FILLER PIC X(17) VALUE '      STILL HELD'.
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(30).
	05 TL-COUNT PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
COPY AR-UNAPPLIED-STATUS.
COPY AR-OPEN-ITEMS-STATUS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.
COPY SIGNON-PARAMS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'AR-UNAPPLIED' TO EL-CALLING-PROGRAM.
	MOVE 'AR-UNAPPLIED' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN I-O AR-UNAPPLIED.
	IF NOT UA-OK
		CLOSE AR-UNAPPLIED
		OPEN OUTPUT AR-UNAPPLIED
		CLOSE AR-UNAPPLIED
		OPEN I-O AR-UNAPPLIED
	END-IF
	OPEN I-O AR-OPEN-ITEMS.
	IF NOT AR-OK
		DISPLAY 'AR-OPEN-ITEMS not available - run abandoned'
		CLOSE AR-OPEN-ITEMS
		CLOSE AR-UNAPPLIED
		STOP RUN
	END-IF
	ACCEPT WS-BATCH-FLAG FROM ENVIRONMENT 'AR_UNAPPLIED_BATCH_MODE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-BATCH-MODE
		PERFORM RUN-NIGHTLY-ALLOCATION
	ELSE
		PERFORM SIGN-ON-OPERATOR
		PERFORM UNTIL WS-CONTINUE = 'N'
			DISPLAY '-----------------------------'
			DISPLAY '1. Allocate a receipt to an invoice'
			DISPLAY '2. Refund a receipt'
			DISPLAY '3. List unapplied receipts for a customer'
			DISPLAY '4. Exit'
			DISPLAY '-----------------------------'
			DISPLAY 'Choose an option: '
			ACCEPT WS-OPTION
			EVALUATE WS-OPTION
				WHEN 1 PERFORM ALLOCATE-BY-HAND
				WHEN 2
					IF OPR-LEVEL < 3
						DISPLAY 'Refunds need level 3 or above'
					ELSE
						PERFORM REFUND-RECEIPT
					END-IF
				WHEN 3 PERFORM LIST-CUSTOMER-RECEIPTS
				WHEN 4 MOVE 'N' TO WS-CONTINUE
				WHEN OTHER DISPLAY 'Invalid option'
			END-EVALUATE
		END-PERFORM
	END-IF
	CLOSE AR-UNAPPLIED.
	CLOSE AR-OPEN-ITEMS.
	STOP RUN.

*> the nightly pass: allocate what can be allocated, then list what
*> has been left sitting too long
RUN-NIGHTLY-ALLOCATION.
	MOVE 'AR-UNAPPLIED' TO JS-CALLING-PROGRAM
	PERFORM START-JOB-STATS
	MOVE 'AR-UNAPPLIED-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-FOLLOWUP-DAYS
	END-IF
	DISPLAY 'Parameters in effect: follow-up after ' WS-FOLLOWUP-DAYS
		' days'
	OPEN OUTPUT ALLOCATION-REPORT
	MOVE 'OPEN ALLOCATION-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO ALLOCATION-LINE
	STRING 'UNAPPLIED CASH ALLOCATION - RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE SPACES TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE WS-ALLOC-COLUMNS TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE 'N' TO WS-UA-EOF
	MOVE LOW-VALUES TO UA-RECEIPT-NO
	START AR-UNAPPLIED KEY IS GREATER THAN OR EQUAL TO UA-RECEIPT-NO
		INVALID KEY SET UNAPPLIED-EOF TO TRUE
	END-START
	PERFORM UNTIL UNAPPLIED-EOF
		READ AR-UNAPPLIED NEXT RECORD
			AT END SET UNAPPLIED-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECEIPTS-READ
				IF UA-HELD
					PERFORM ALLOCATE-ONE-RECEIPT
				END-IF
		END-READ
	END-PERFORM
	MOVE SPACES TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'ALLOCATED TO OPEN ITEMS' TO TL-LABEL
	MOVE WS-ALLOCATION-COUNT TO TL-COUNT
	MOVE WS-ALLOCATED-TOTAL TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'RECEIPTS CLEARED' TO TL-LABEL
	MOVE WS-CLEARED-COUNT TO TL-COUNT
	MOVE ZERO TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	CLOSE ALLOCATION-REPORT
	PERFORM WRITE-FOLLOWUP-REPORT
	DISPLAY 'Unapplied cash: ' WS-ALLOCATION-COUNT ' allocation(s), '
		WS-CLEARED-COUNT ' receipt(s) cleared, '
		WS-FOLLOWUP-COUNT ' for follow-up'
	MOVE WS-RECEIPTS-READ TO JS-RECORDS-READ
	MOVE WS-ALLOCATION-COUNT TO JS-RECORDS-WRITTEN
	MOVE ZERO TO JS-RECORDS-REJECTED
	PERFORM END-JOB-STATS.

*> keep taking the customer's oldest open item until the receipt is
*> used up or there is nothing left open to take it
ALLOCATE-ONE-RECEIPT.
	COMPUTE WS-REMAINING = UA-AMOUNT - UA-APPLIED - UA-REFUNDED
	MOVE 'Y' TO WS-OLDEST-FLAG
	PERFORM UNTIL WS-REMAINING = ZERO OR NOT OLDEST-FOUND
		PERFORM FIND-OLDEST-OPEN-ITEM
		IF OLDEST-FOUND
			MOVE WS-OLDEST-INVOICE TO AR-INVOICE-NO
			READ AR-OPEN-ITEMS
			MOVE 'READ AR-OPEN-ITEMS' TO FS-LAST-OPERATION
			MOVE AR-FILE-STATUS TO FS-STATUS-CODE
			PERFORM CHECK-FILE-STATUS
			COMPUTE WS-OWING = AR-AMOUNT - AR-PAID
			IF WS-REMAINING < WS-OWING
				MOVE WS-REMAINING TO WS-ALLOCATE-AMOUNT
			ELSE
				MOVE WS-OWING TO WS-ALLOCATE-AMOUNT
			END-IF
			PERFORM POST-ALLOCATION
			MOVE WS-ALLOCATE-AMOUNT TO AD-AMOUNT
			PERFORM WRITE-ALLOCATION-LINE
		END-IF
	END-PERFORM.

*> oldest by invoice date, invoice number breaking a tie
FIND-OLDEST-OPEN-ITEM.
	MOVE 'N' TO WS-OLDEST-FLAG
	MOVE 'N' TO WS-AR-EOF
	MOVE LOW-VALUES TO AR-INVOICE-NO
	START AR-OPEN-ITEMS KEY IS GREATER THAN OR EQUAL TO AR-INVOICE-NO
		INVALID KEY SET ITEMS-EOF TO TRUE
	END-START
	PERFORM UNTIL ITEMS-EOF
		READ AR-OPEN-ITEMS NEXT RECORD
			AT END SET ITEMS-EOF TO TRUE
			NOT AT END
				IF AR-CUSTOMER-NO = UA-CUSTOMER-NO AND AR-ITEM-OPEN
					AND AR-PAID < AR-AMOUNT
					IF NOT OLDEST-FOUND
						OR AR-INVOICE-DATE < WS-OLDEST-DATE
						MOVE AR-INVOICE-NO TO WS-OLDEST-INVOICE
						MOVE AR-INVOICE-DATE TO WS-OLDEST-DATE
						SET OLDEST-FOUND TO TRUE
					END-IF
				END-IF
		END-READ
	END-PERFORM.

*> the open item and the receipt are both rewritten; AR-UNAPPLIED's
*> record area must hold the receipt on entry
POST-ALLOCATION.
	ADD WS-ALLOCATE-AMOUNT TO AR-PAID
	IF AR-PAID = AR-AMOUNT
		MOVE 'P' TO AR-STATUS
	END-IF
	REWRITE AR-OPEN-ITEM-RECORD
	MOVE 'REWRITE AR-OPEN-ITEMS' TO FS-LAST-OPERATION
	MOVE AR-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	ADD WS-ALLOCATE-AMOUNT TO UA-APPLIED
	SUBTRACT WS-ALLOCATE-AMOUNT FROM WS-REMAINING
	MOVE WS-TODAY-DATE TO UA-LAST-ACTION-DATE
	IF WS-REMAINING = ZERO
		MOVE 'C' TO UA-STATUS
		ADD 1 TO WS-CLEARED-COUNT
	END-IF
	REWRITE AR-UNAPPLIED-RECORD
	MOVE 'REWRITE AR-UNAPPLIED' TO FS-LAST-OPERATION
	MOVE UA-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-ALLOCATION-COUNT
	ADD WS-ALLOCATE-AMOUNT TO WS-ALLOCATED-TOTAL.

WRITE-ALLOCATION-LINE.
	MOVE UA-RECEIPT-NO TO AD-RECEIPT
	MOVE UA-CUSTOMER-NO TO AD-CUSTOMER
	MOVE AR-INVOICE-NO TO AD-INVOICE
	MOVE AR-INVOICE-DATE TO AD-INVOICE-DATE
	MOVE AR-STATUS TO AD-STATUS
	MOVE WS-REMAINING TO AD-LEFT
	MOVE WS-ALLOC-DETAIL TO ALLOCATION-LINE
	WRITE ALLOCATION-LINE
	MOVE 'WRITE ALLOCATION-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

*> a second pass after allocation, so only what could not be used
*> tonight is chased
WRITE-FOLLOWUP-REPORT.
	OPEN OUTPUT FOLLOWUP-REPORT
	MOVE 'OPEN FOLLOWUP-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO FOLLOWUP-LINE
	STRING 'UNAPPLIED CASH OVER ' WS-FOLLOWUP-DAYS ' DAYS - RUN '
		WS-TODAY-DATE
		DELIMITED BY SIZE INTO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	MOVE SPACES TO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	MOVE WS-FOLLOW-COLUMNS TO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	MOVE 'N' TO WS-UA-EOF
	MOVE LOW-VALUES TO UA-RECEIPT-NO
	START AR-UNAPPLIED KEY IS GREATER THAN OR EQUAL TO UA-RECEIPT-NO
		INVALID KEY SET UNAPPLIED-EOF TO TRUE
	END-START
	PERFORM UNTIL UNAPPLIED-EOF
		READ AR-UNAPPLIED NEXT RECORD
			AT END SET UNAPPLIED-EOF TO TRUE
			NOT AT END
				IF UA-HELD
					COMPUTE WS-AGE-DAYS =
						FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
						- FUNCTION INTEGER-OF-DATE(UA-RECEIPT-DATE)
					IF WS-AGE-DAYS > WS-FOLLOWUP-DAYS
						PERFORM WRITE-FOLLOWUP-LINE
					END-IF
				END-IF
		END-READ
	END-PERFORM
	MOVE SPACES TO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'RECEIPTS TO FOLLOW UP' TO TL-LABEL
	MOVE WS-FOLLOWUP-COUNT TO TL-COUNT
	MOVE WS-FOLLOWUP-TOTAL TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	CLOSE FOLLOWUP-REPORT.

WRITE-FOLLOWUP-LINE.
	COMPUTE WS-REMAINING = UA-AMOUNT - UA-APPLIED - UA-REFUNDED
	MOVE UA-RECEIPT-NO TO FL-RECEIPT
	MOVE UA-CUSTOMER-NO TO FL-CUSTOMER
	MOVE UA-RECEIPT-DATE TO FL-RECEIPT-DATE
	MOVE WS-AGE-DAYS TO FL-AGE
	MOVE UA-SOURCE-INVOICE TO FL-SOURCE-INVOICE
	MOVE WS-REMAINING TO FL-HELD
	MOVE WS-FOLLOW-DETAIL TO FOLLOWUP-LINE
	WRITE FOLLOWUP-LINE
	MOVE 'WRITE FOLLOWUP-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FOLLOWUP-COUNT
	ADD WS-REMAINING TO WS-FOLLOWUP-TOTAL.

*> the clerk names the invoice: it must be open and the customer's
*> own, and no more goes on it than it owes or the receipt holds
ALLOCATE-BY-HAND.
	PERFORM GET-HELD-RECEIPT
	IF NOT UA-HELD
		EXIT PARAGRAPH
	END-IF
	DISPLAY 'Invoice number to allocate to: '
	ACCEPT WS-WORK-INVOICE-NO
	MOVE WS-WORK-INVOICE-NO TO AR-INVOICE-NO
	READ AR-OPEN-ITEMS
		INVALID KEY
			DISPLAY 'Invoice ' WS-WORK-INVOICE-NO ' not on the ledger'
			EXIT PARAGRAPH
	END-READ
	IF AR-CUSTOMER-NO NOT = UA-CUSTOMER-NO
		DISPLAY 'Invoice ' WS-WORK-INVOICE-NO ' belongs to customer '
			AR-CUSTOMER-NO ' - not ' UA-CUSTOMER-NO
		EXIT PARAGRAPH
	END-IF
	IF NOT AR-ITEM-OPEN
		DISPLAY 'Invoice ' WS-WORK-INVOICE-NO ' is not open (status '
			AR-STATUS ')'
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-OWING = AR-AMOUNT - AR-PAID
	DISPLAY 'Invoice owes ' WS-OWING
	DISPLAY 'Amount to allocate: '
	ACCEPT WS-ALLOCATE-AMOUNT
	IF WS-ALLOCATE-AMOUNT = ZERO OR WS-ALLOCATE-AMOUNT > WS-REMAINING
		OR WS-ALLOCATE-AMOUNT > WS-OWING
		DISPLAY 'Amount must be above zero and no more than the '
			'receipt holds or the invoice owes - rejected'
		EXIT PARAGRAPH
	END-IF
	PERFORM POST-ALLOCATION
	DISPLAY 'Allocated ' WS-ALLOCATE-AMOUNT ' to invoice '
		AR-INVOICE-NO ' - receipt still holds ' WS-REMAINING
	MOVE 'ALLOCATE' TO AT-CHANGE-OPERATION
	MOVE UA-RECEIPT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'to inv ' AR-INVOICE-NO ' amt ' WS-ALLOCATE-AMOUNT
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

*> the refund comes off what the receipt still holds and goes out on
*> AR-REFUNDS.DAT
REFUND-RECEIPT.
	PERFORM GET-HELD-RECEIPT
	IF NOT UA-HELD
		EXIT PARAGRAPH
	END-IF
	DISPLAY 'Amount to refund (0 = all that is held): '
	ACCEPT WS-WORK-AMOUNT
	IF WS-WORK-AMOUNT = ZERO
		MOVE WS-REMAINING TO WS-WORK-AMOUNT
	END-IF
	IF WS-WORK-AMOUNT > WS-REMAINING
		DISPLAY 'Receipt only holds ' WS-REMAINING ' - rejected'
		EXIT PARAGRAPH
	END-IF
	ADD WS-WORK-AMOUNT TO UA-REFUNDED
	SUBTRACT WS-WORK-AMOUNT FROM WS-REMAINING
	MOVE WS-TODAY-DATE TO UA-LAST-ACTION-DATE
	IF WS-REMAINING = ZERO
		MOVE 'C' TO UA-STATUS
	END-IF
	REWRITE AR-UNAPPLIED-RECORD
	MOVE 'REWRITE AR-UNAPPLIED' TO FS-LAST-OPERATION
	MOVE UA-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	OPEN EXTEND REFUNDS-FILE
	MOVE 'OPEN REFUNDS-FILE' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE UA-RECEIPT-NO TO RF-RECEIPT-NO
	MOVE UA-CUSTOMER-NO TO RF-CUSTOMER-NO
	MOVE WS-WORK-AMOUNT TO RF-AMOUNT
	MOVE WS-TODAY-DATE TO RF-DATE
	MOVE OPR-OPERATOR-ID TO RF-OPERATOR
	WRITE REFUND-RECORD
	MOVE 'WRITE REFUNDS-FILE' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE REFUNDS-FILE
	DISPLAY 'Refunded ' WS-WORK-AMOUNT ' to customer ' UA-CUSTOMER-NO
		' - receipt still holds ' WS-REMAINING
	MOVE 'REFUND' TO AT-CHANGE-OPERATION
	MOVE UA-RECEIPT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'refund amt ' WS-WORK-AMOUNT
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

*> leaves the receipt in the record area and what it still holds in
*> WS-REMAINING; UA-HELD is false if there is nothing to work with
GET-HELD-RECEIPT.
	DISPLAY 'Unapplied receipt number: '
	ACCEPT WS-WORK-RECEIPT-NO
	MOVE WS-WORK-RECEIPT-NO TO UA-RECEIPT-NO
	READ AR-UNAPPLIED
		INVALID KEY
			DISPLAY 'No unapplied receipt ' WS-WORK-RECEIPT-NO
			MOVE SPACES TO UA-STATUS
			EXIT PARAGRAPH
	END-READ
	IF NOT UA-HELD
		DISPLAY 'Receipt ' WS-WORK-RECEIPT-NO
			' has already been cleared'
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-REMAINING = UA-AMOUNT - UA-APPLIED - UA-REFUNDED
	DISPLAY 'Customer ' UA-CUSTOMER-NO ' received ' UA-RECEIPT-DATE
		' holds ' WS-REMAINING.

LIST-CUSTOMER-RECEIPTS.
	DISPLAY 'Customer number: '
	ACCEPT WS-WORK-CUSTOMER-NO
	MOVE ZERO TO WS-HELD-COUNT
	MOVE 'N' TO WS-UA-EOF
	MOVE LOW-VALUES TO UA-RECEIPT-NO
	START AR-UNAPPLIED KEY IS GREATER THAN OR EQUAL TO UA-RECEIPT-NO
		INVALID KEY SET UNAPPLIED-EOF TO TRUE
	END-START
	PERFORM UNTIL UNAPPLIED-EOF
		READ AR-UNAPPLIED NEXT RECORD
			AT END SET UNAPPLIED-EOF TO TRUE
			NOT AT END
				IF UA-CUSTOMER-NO = WS-WORK-CUSTOMER-NO AND UA-HELD
					ADD 1 TO WS-HELD-COUNT
					COMPUTE WS-REMAINING =
						UA-AMOUNT - UA-APPLIED - UA-REFUNDED
					DISPLAY 'Receipt ' UA-RECEIPT-NO ' of '
						UA-RECEIPT-DATE ' quoted ' UA-SOURCE-INVOICE
						' holds ' WS-REMAINING
				END-IF
		END-READ
	END-PERFORM
	IF WS-HELD-COUNT = ZERO
		DISPLAY 'No unapplied cash for customer ' WS-WORK-CUSTOMER-NO
	END-IF.

COPY SIGNON-CHECK.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.
