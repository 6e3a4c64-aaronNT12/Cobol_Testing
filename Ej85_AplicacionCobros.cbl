*> number, amount, receipt date), applies each receipt to its open
*> item on AR-OPEN-ITEMS.DAT - an item whose payments reach the
*> invoiced amount flips to paid, and stays on file as the payment
*> history. Money no open item can take is held as unapplied cash on
*> the customer's account (AR-UNAPPLIED.DAT) rather than turned away:
*> the excess over what an invoice still owes, a receipt against an
*> invoice already paid, and a payment on account or before the
*> invoice, which names the customer in RC-CUSTOMER-NO. Only a
*> receipt that can be pinned to no customer is rejected to the
*> register and the error log. The input is
*> consumed on a clean finish so the same receipt can never apply
*> twice. Output is AR-PAYMENTS.RPT.
*>
*> Mod history:
*> 24.08.25 AN - initial version.
*> 24.11.28 AN - a receipt against an item written off as a bad debt
*>               is a recovery: it is applied up to what was written
*>               off and not yet recovered, the item stays written
*>               off, and AR-WRITEOFF journals the recovery back out
*>               of bad-debt expense on its next run.
*> 24.11.29 AN - unapplied cash: overpayments, receipts on paid
*>               invoices and payments on account (new trailing
*>               RC-CUSTOMER-NO, blank on the old layout) are held on
*>               the new AR-UNAPPLIED ledger for AR-UNAPPLIED to
*>               allocate or refund, instead of being rejected.

IDENTIFICATION DIVISION.
PROGRAM-ID. AR-PAYMENTS.
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RC-FILE-STATUS.
	COPY AR-OPEN-ITEMS-SELECT.
	COPY AR-UNAPPLIED-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT PAYMENTS-REPORT ASSIGN TO 'AR-PAYMENTS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	05 RC-INVOICE-NO PIC 9(6).
	05 RC-AMOUNT PIC 9(10)V99.
	05 RC-DATE PIC 9(8).
	05 RC-CUSTOMER-NO PIC 9(6).

COPY AR-OPEN-ITEMS-FD.

COPY AR-UNAPPLIED-FD.

COPY CUSTOMER-MASTER-FD.

FD PAYMENTS-REPORT.
01 PAYMENTS-REPORT-LINE PIC X(90).

01 RC-FILE-STATUS PIC X(2).
	88 RC-OK VALUE '00'.
COPY AR-OPEN-ITEMS-STATUS.
COPY AR-UNAPPLIED-STATUS.
COPY CUSTOMER-MASTER-STATUS.
01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-STILL-OWING PIC 9(10)V99.
01 WS-RECOVERY-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-HOLD-CUSTOMER PIC 9(6).
01 WS-HOLD-AMOUNT PIC 9(10)V99.
01 WS-HOLD-NOTE PIC X(30).
01 WS-NEXT-RECEIPT-NO PIC 9(8) VALUE ZERO.
01 WS-UA-EOF PIC X VALUE 'N'.
	88 UNAPPLIED-EOF VALUE 'Y'.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
		CLOSE AR-RECEIPTS
		STOP RUN
	END-IF
	OPEN I-O AR-UNAPPLIED.
	IF NOT UA-OK
		CLOSE AR-UNAPPLIED
		OPEN OUTPUT AR-UNAPPLIED
		CLOSE AR-UNAPPLIED
		OPEN I-O AR-UNAPPLIED
	END-IF
	PERFORM FIND-LAST-RECEIPT-NO.
	OPEN INPUT CUSTOMER-MASTER.
	OPEN OUTPUT PAYMENTS-REPORT.
	MOVE 'AR PAYMENT APPLICATION' TO PAYMENTS-REPORT-LINE
	WRITE PAYMENTS-REPORT-LINE
	MOVE SPACES TO PAYMENTS-REPORT-LINE
	STRING 'APPLIED: ' WS-APPLIED-COUNT
		'  REJECTED: ' WS-REJECTED-COUNT
		'  RECOVERIES: ' WS-RECOVERY-COUNT
		'  HELD UNAPPLIED: ' WS-HELD-COUNT
		DELIMITED BY SIZE INTO PAYMENTS-REPORT-LINE
	WRITE PAYMENTS-REPORT-LINE
	CLOSE AR-RECEIPTS.
	CLOSE AR-OPEN-ITEMS.
	CLOSE AR-UNAPPLIED.
	CLOSE CUSTOMER-MASTER.
	CLOSE PAYMENTS-REPORT.
*> the input is consumed so the same receipt can never apply twice
	OPEN OUTPUT AR-RECEIPTS.
	CLOSE AR-RECEIPTS.
	DISPLAY 'AR payments: ' WS-APPLIED-COUNT ' applied, '
		WS-HELD-COUNT ' held unapplied, '
		WS-REJECTED-COUNT ' rejected'.
	MOVE WS-APPLIED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-REJECTED-COUNT TO JS-RECORDS-REJECTED.
	MOVE RC-INVOICE-NO TO AR-INVOICE-NO
	READ AR-OPEN-ITEMS
		INVALID KEY
			PERFORM HOLD-ON-ACCOUNT
			GO TO APPLY-ONE-RECEIPT-EXIT
	END-READ
	IF AR-ITEM-WRITTEN-OFF
		PERFORM APPLY-RECOVERY
		GO TO APPLY-ONE-RECEIPT-EXIT
	END-IF
	IF AR-ITEM-PAID
		MOVE AR-CUSTOMER-NO TO WS-HOLD-CUSTOMER
		MOVE RC-AMOUNT TO WS-HOLD-AMOUNT
		MOVE 'INVOICE ALREADY PAID' TO WS-HOLD-NOTE
		PERFORM HOLD-UNAPPLIED
		GO TO APPLY-ONE-RECEIPT-EXIT
	END-IF
	COMPUTE WS-STILL-OWING = AR-AMOUNT - AR-PAID
	MOVE ZERO TO WS-HOLD-AMOUNT
	IF RC-AMOUNT > WS-STILL-OWING
		COMPUTE WS-HOLD-AMOUNT = RC-AMOUNT - WS-STILL-OWING
		ADD WS-STILL-OWING TO AR-PAID
	ELSE
		ADD RC-AMOUNT TO AR-PAID
	END-IF
	IF AR-PAID = AR-AMOUNT
		MOVE 'P' TO AR-STATUS
	END-IF
	STRING 'INVOICE ' RC-INVOICE-NO ' CUSTOMER ' AR-CUSTOMER-NO
		' RECEIVED ' RC-AMOUNT ' STATUS ' AR-STATUS
		DELIMITED BY SIZE INTO PAYMENTS-REPORT-LINE
	WRITE PAYMENTS-REPORT-LINE
*> the overpayment stays with the customer as a credit
	IF WS-HOLD-AMOUNT > ZERO
		MOVE AR-CUSTOMER-NO TO WS-HOLD-CUSTOMER
		MOVE 'OVERPAYMENT' TO WS-HOLD-NOTE
		PERFORM HOLD-UNAPPLIED
	END-IF.
	APPLY-ONE-RECEIPT-EXIT.
	EXIT.

*> money in on a bad debt: the write-off is reversed by what comes in,
*> never by more than was written off
APPLY-RECOVERY.
	COMPUTE WS-STILL-OWING = AR-WRITTEN-OFF - AR-RECOVERED
	IF RC-AMOUNT > WS-STILL-OWING
		MOVE 'RECOVERY EXCEEDS AMOUNT WRITTEN OFF'
			TO PAYMENTS-REPORT-LINE
		PERFORM REJECT-THIS-RECEIPT
		EXIT PARAGRAPH
	END-IF
	ADD RC-AMOUNT TO AR-RECOVERED
	ADD RC-AMOUNT TO AR-PAID
	REWRITE AR-OPEN-ITEM-RECORD
	ADD 1 TO WS-APPLIED-COUNT
	ADD 1 TO WS-RECOVERY-COUNT
	MOVE SPACES TO PAYMENTS-REPORT-LINE
	STRING 'INVOICE ' RC-INVOICE-NO ' CUSTOMER ' AR-CUSTOMER-NO
		' RECOVERED ' RC-AMOUNT ' WRITTEN OFF'
		DELIMITED BY SIZE INTO PAYMENTS-REPORT-LINE
	WRITE PAYMENTS-REPORT-LINE.

*> no invoice to go against: the receipt is kept on account for the
*> customer it names, and only turned away when it names nobody we
*> know
HOLD-ON-ACCOUNT.
	IF RC-CUSTOMER-NO IS NOT NUMERIC OR RC-CUSTOMER-NO = ZERO
		MOVE 'NO SUCH INVOICE AND NO CUSTOMER NAMED'
			TO PAYMENTS-REPORT-LINE
		PERFORM REJECT-THIS-RECEIPT
		EXIT PARAGRAPH
	END-IF
	MOVE RC-CUSTOMER-NO TO CU-CUSTOMER-NO
	READ CUSTOMER-MASTER
		INVALID KEY
			MOVE 'NO SUCH INVOICE OR CUSTOMER' TO PAYMENTS-REPORT-LINE
			PERFORM REJECT-THIS-RECEIPT
			EXIT PARAGRAPH
	END-READ
	MOVE RC-CUSTOMER-NO TO WS-HOLD-CUSTOMER
	MOVE RC-AMOUNT TO WS-HOLD-AMOUNT
	IF RC-INVOICE-NO = ZERO
		MOVE 'PAYMENT ON ACCOUNT' TO WS-HOLD-NOTE
	ELSE
		MOVE 'INVOICE NOT ON THE LEDGER YET' TO WS-HOLD-NOTE
	END-IF
	PERFORM HOLD-UNAPPLIED.

HOLD-UNAPPLIED.
	ADD 1 TO WS-NEXT-RECEIPT-NO
	MOVE WS-NEXT-RECEIPT-NO TO UA-RECEIPT-NO
	MOVE WS-HOLD-CUSTOMER TO UA-CUSTOMER-NO
	MOVE RC-DATE TO UA-RECEIPT-DATE
	MOVE RC-INVOICE-NO TO UA-SOURCE-INVOICE
	MOVE WS-HOLD-AMOUNT TO UA-AMOUNT
	MOVE ZERO TO UA-APPLIED
	MOVE ZERO TO UA-REFUNDED
	MOVE 'U' TO UA-STATUS
	MOVE RC-DATE TO UA-LAST-ACTION-DATE
	WRITE AR-UNAPPLIED-RECORD
	MOVE 'WRITE AR-UNAPPLIED' TO FS-LAST-OPERATION
	MOVE UA-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-HELD-COUNT
	MOVE SPACES TO PAYMENTS-REPORT-LINE
	STRING 'INVOICE ' RC-INVOICE-NO ' CUSTOMER ' WS-HOLD-CUSTOMER
		' HELD ' WS-HOLD-AMOUNT ' UNAPPLIED - ' WS-HOLD-NOTE
		DELIMITED BY SIZE INTO PAYMENTS-REPORT-LINE
	WRITE PAYMENTS-REPORT-LINE.

*> unapplied receipts are numbered on from the last one on file
FIND-LAST-RECEIPT-NO.
	MOVE LOW-VALUES TO UA-RECEIPT-NO
	START AR-UNAPPLIED KEY IS GREATER THAN OR EQUAL TO UA-RECEIPT-NO
		INVALID KEY SET UNAPPLIED-EOF TO TRUE
	END-START
	PERFORM UNTIL UNAPPLIED-EOF
		READ AR-UNAPPLIED NEXT RECORD
			AT END SET UNAPPLIED-EOF TO TRUE
			NOT AT END MOVE UA-RECEIPT-NO TO WS-NEXT-RECEIPT-NO
		END-READ
	END-PERFORM.

REJECT-THIS-RECEIPT.
	ADD 1 TO WS-REJECTED-COUNT
	WRITE PAYMENTS-REPORT-LINE
