*> the combined file via TRANSACTION_FEED.
*>
*> Mod history:
*> 24.11.23 AN - PAYROLL-DEPOSIT.DAT can hold more than one batch now
*>               (payday's and an off-cycle run's, each closed by its
*>               own trailer): every trailer is proved against the
*>               details since the one before it.
*> 24.11.07 AN - supplier payments into accounts held with us
*>               (AP-PAYMENT-POST.DAT, from the new PAGOS-PROVEEDORES
*>               step) are folded in the same way as the billing feed,
*>               with their own consumer handoff.
*> 24.10.18 AN - a suspended standing order is never generated.
*> 24.10.12 AN - month-end product charges (PRODUCT-FEE-POST.DAT, from
*>               the new PRODUCT-FEES step) are folded in the same way
*>               as the dispute items, with their own consumer handoff.
*> 24.10.04 AN - dispute provisional credits and take-backs
*>               (DISPUTE-POST.DAT, from the new DISPUTE-AGING step)
*>               are folded in the same way as the closure
*>               settlements, with their own consumer handoff.
*> 24.09.30 AN - closure settlements (CLOSURE-POST.DAT, from the new
*>               CLOSURE-SETTLEMENT step) are folded in the same way
*>               as the term-deposit settlements, with their own
*>               consumer handoff.
*> 24.09.22 AN - inbound clearing credits (INBOUND-POST.DAT, from the
*>               new INBOUND-CLEARING step) are folded in and then
*>               consumed like the payroll deposit feed, with their own
*>               consumer handoff; INBOUND-CLEARING refuses to run
*>               over a file that has not been folded yet.
*> 24.09.18 AN - term-deposit settlements (TERM-DEPOSIT-POST.DAT, from
*>               the new TERM-DEPOSIT-MATURITY step) are folded in the
*>               same way as the loan installments, with their own
*>               consumer handoff.
*> 24.09.16 AN - the combined feed now also folds in the loan
*>               installment feed LOAN-INSTALLMENTS.DAT written by the
*>               new LOAN-INSTALLMENTS step - same trailer-verified
*>               pass-through as the billing feed, with its own
*>               consumer handoff so HANDOFF-BALANCE proves the joint.
*> 24.09.12 AN - the candidate due date is clamped to the month's
*>               last day before the business-day roll: a day-29/31
*>               order in a short month used to build an impossible
	SELECT OPTIONAL DEPOSIT-FEED ASSIGN TO 'PAYROLL-DEPOSIT.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL LOAN-FEED ASSIGN TO 'LOAN-INSTALLMENTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL TERM-DEPOSIT-FEED ASSIGN TO 'TERM-DEPOSIT-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL INBOUND-FEED ASSIGN TO 'INBOUND-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL CLOSURE-FEED ASSIGN TO 'CLOSURE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL DISPUTE-FEED ASSIGN TO 'DISPUTE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL PRODUCT-FEE-FEED ASSIGN TO 'PRODUCT-FEE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL AP-PAYMENT-FEED ASSIGN TO 'AP-PAYMENT-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT COMBINED-FEED ASSIGN TO 'TRANSACTION-COMBINED.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	05 DPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD LOAN-FEED.
01 LOAN-FEED-RECORD.
	05 LI-ACCOUNT-NO PIC 9(10).
	05 LI-TYPE PIC X.
	05 LI-AMOUNT PIC 9(7)V99.
	05 LI-TO-ACCOUNT-NO PIC 9(10).
	05 LI-DATE PIC 9(8).
01 LOAN-FEED-TRAILER REDEFINES LOAN-FEED-RECORD.
	05 LIT-RECORD-COUNT PIC 9(10).
	05 LIT-TYPE PIC X.
	05 LIT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD TERM-DEPOSIT-FEED.
01 TERM-DEPOSIT-FEED-RECORD.
	05 TP-ACCOUNT-NO PIC 9(10).
	05 TP-TYPE PIC X.
	05 TP-AMOUNT PIC 9(7)V99.
	05 TP-TO-ACCOUNT-NO PIC 9(10).
	05 TP-DATE PIC 9(8).
01 TERM-DEPOSIT-FEED-TRAILER REDEFINES TERM-DEPOSIT-FEED-RECORD.
	05 TPT-RECORD-COUNT PIC 9(10).
	05 TPT-TYPE PIC X.
	05 TPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD INBOUND-FEED.
01 INBOUND-FEED-RECORD.
	05 IN-ACCOUNT-NO PIC 9(10).
	05 IN-TYPE PIC X.
	05 IN-AMOUNT PIC 9(7)V99.
	05 IN-TO-ACCOUNT-NO PIC 9(10).
	05 IN-DATE PIC 9(8).
01 INBOUND-FEED-TRAILER REDEFINES INBOUND-FEED-RECORD.
	05 INT-RECORD-COUNT PIC 9(10).
	05 INT-TYPE PIC X.
	05 INT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD CLOSURE-FEED.
01 CLOSURE-FEED-RECORD.
	05 CP-ACCOUNT-NO PIC 9(10).
	05 CP-TYPE PIC X.
	05 CP-AMOUNT PIC 9(7)V99.
	05 CP-TO-ACCOUNT-NO PIC 9(10).
	05 CP-DATE PIC 9(8).
01 CLOSURE-FEED-TRAILER REDEFINES CLOSURE-FEED-RECORD.
	05 CPT-RECORD-COUNT PIC 9(10).
	05 CPT-TYPE PIC X.
	05 CPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD DISPUTE-FEED.
01 DISPUTE-FEED-RECORD.
	05 DF-ACCOUNT-NO PIC 9(10).
	05 DF-TYPE PIC X.
	05 DF-AMOUNT PIC 9(7)V99.
	05 DF-TO-ACCOUNT-NO PIC 9(10).
	05 DF-DATE PIC 9(8).
01 DISPUTE-FEED-TRAILER REDEFINES DISPUTE-FEED-RECORD.
	05 DFT-RECORD-COUNT PIC 9(10).
	05 DFT-TYPE PIC X.
	05 DFT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD PRODUCT-FEE-FEED.
01 PRODUCT-FEE-FEED-RECORD.
	05 PF-ACCOUNT-NO PIC 9(10).
	05 PF-TYPE PIC X.
	05 PF-AMOUNT PIC 9(7)V99.
	05 PF-TO-ACCOUNT-NO PIC 9(10).
	05 PF-DATE PIC 9(8).
01 PRODUCT-FEE-FEED-TRAILER REDEFINES PRODUCT-FEE-FEED-RECORD.
	05 PFT-RECORD-COUNT PIC 9(10).
	05 PFT-TYPE PIC X.
	05 PFT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD AP-PAYMENT-FEED.
01 AP-PAYMENT-FEED-RECORD.
	05 AF-ACCOUNT-NO PIC 9(10).
	05 AF-TYPE PIC X.
	05 AF-AMOUNT PIC 9(7)V99.
	05 AF-TO-ACCOUNT-NO PIC 9(10).
	05 AF-DATE PIC 9(8).
01 AP-PAYMENT-FEED-TRAILER REDEFINES AP-PAYMENT-FEED-RECORD.
	05 AFT-RECORD-COUNT PIC 9(10).
	05 AFT-TYPE PIC X.
	05 AFT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD COMBINED-FEED.
01 COMBINED-RECORD.
	05 CB-ACCOUNT-NO PIC 9(10).
01 WS-DEPOSIT-COUNT PIC 9(10) VALUE ZERO.
01 WS-DEPOSIT-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-DEPOSIT-TAKEN PIC 9(7) VALUE ZERO.
01 WS-LOAN-EOF PIC X VALUE 'N'.
	88 LOAN-EOF VALUE 'Y'.
01 WS-LOAN-COUNT PIC 9(10) VALUE ZERO.
01 WS-LOAN-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-LOAN-TAKEN PIC 9(7) VALUE ZERO.
01 WS-TERM-DEPOSIT-EOF PIC X VALUE 'N'.
	88 TERM-DEPOSIT-EOF VALUE 'Y'.
01 WS-TERM-DEPOSIT-COUNT PIC 9(10) VALUE ZERO.
01 WS-TERM-DEPOSIT-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-TERM-DEPOSIT-TAKEN PIC 9(7) VALUE ZERO.
01 WS-INBOUND-EOF PIC X VALUE 'N'.
	88 INBOUND-EOF VALUE 'Y'.
01 WS-INBOUND-COUNT PIC 9(10) VALUE ZERO.
01 WS-INBOUND-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-INBOUND-TAKEN PIC 9(7) VALUE ZERO.
01 WS-CLOSURE-EOF PIC X VALUE 'N'.
	88 CLOSURE-EOF VALUE 'Y'.
01 WS-CLOSURE-COUNT PIC 9(10) VALUE ZERO.
01 WS-CLOSURE-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-CLOSURE-TAKEN PIC 9(7) VALUE ZERO.
01 WS-DISPUTE-EOF PIC X VALUE 'N'.
	88 DISPUTE-EOF VALUE 'Y'.
01 WS-DISPUTE-COUNT PIC 9(10) VALUE ZERO.
01 WS-DISPUTE-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-DISPUTE-TAKEN PIC 9(7) VALUE ZERO.
01 WS-PRODUCT-FEE-EOF PIC X VALUE 'N'.
	88 PRODUCT-FEE-EOF VALUE 'Y'.
01 WS-PRODUCT-FEE-COUNT PIC 9(10) VALUE ZERO.
01 WS-PRODUCT-FEE-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-PRODUCT-FEE-TAKEN PIC 9(7) VALUE ZERO.
01 WS-AP-PAYMENT-EOF PIC X VALUE 'N'.
	88 AP-PAYMENT-EOF VALUE 'Y'.
01 WS-AP-PAYMENT-COUNT PIC 9(10) VALUE ZERO.
01 WS-AP-PAYMENT-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-AP-PAYMENT-TAKEN PIC 9(7) VALUE ZERO.
01 WS-ORDER-DUE-FLAG PIC X.
	88 ORDER-DUE-TODAY VALUE 'Y'.
01 WS-CAND-DATE PIC 9(8).
	PERFORM COPY-BILLING-DETAILS THRU COPY-BILLING-DETAILS-EXIT.
	PERFORM COPY-WAREHOUSE-DETAILS THRU COPY-WAREHOUSE-DETAILS-EXIT.
	PERFORM COPY-DEPOSIT-DETAILS THRU COPY-DEPOSIT-DETAILS-EXIT.
	PERFORM COPY-LOAN-DETAILS THRU COPY-LOAN-DETAILS-EXIT.
	PERFORM COPY-TERM-DEPOSIT-DETAILS THRU COPY-TERM-DEPOSIT-DETAILS-EXIT.
	PERFORM COPY-INBOUND-DETAILS THRU COPY-INBOUND-DETAILS-EXIT.
	PERFORM COPY-CLOSURE-DETAILS THRU COPY-CLOSURE-DETAILS-EXIT.
	PERFORM COPY-DISPUTE-DETAILS THRU COPY-DISPUTE-DETAILS-EXIT.
	PERFORM COPY-PRODUCT-FEE-DETAILS THRU COPY-PRODUCT-FEE-DETAILS-EXIT.
	PERFORM COPY-AP-PAYMENT-DETAILS THRU COPY-AP-PAYMENT-DETAILS-EXIT.
	PERFORM GENERATE-DUE-ORDERS.
	MOVE SPACES TO COMBINED-RECORD
	MOVE WS-FEED-COUNT TO CBT-RECORD-COUNT
	MOVE WS-BILLING-COUNT TO HF-COUNT
	MOVE WS-BILLING-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'LOAN-INSTALLMENTS.DAT' TO HF-FILE-NAME
	MOVE WS-LOAN-COUNT TO HF-COUNT
	MOVE WS-LOAN-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'TERM-DEPOSIT-POST.DAT' TO HF-FILE-NAME
	MOVE WS-TERM-DEPOSIT-COUNT TO HF-COUNT
	MOVE WS-TERM-DEPOSIT-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'INBOUND-POST.DAT' TO HF-FILE-NAME
	MOVE WS-INBOUND-COUNT TO HF-COUNT
	MOVE WS-INBOUND-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'CLOSURE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-CLOSURE-COUNT TO HF-COUNT
	MOVE WS-CLOSURE-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'DISPUTE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-DISPUTE-COUNT TO HF-COUNT
	MOVE WS-DISPUTE-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'PRODUCT-FEE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-PRODUCT-FEE-COUNT TO HF-COUNT
	MOVE WS-PRODUCT-FEE-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'AP-PAYMENT-POST.DAT' TO HF-FILE-NAME
	MOVE WS-AP-PAYMENT-COUNT TO HF-COUNT
	MOVE WS-AP-PAYMENT-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Combined feed written: ' WS-FEED-COUNT ' details ('
		WS-GENERATED-COUNT ' generated, '
		WS-BILLING-TAKEN ' from billing, '
		WS-WAREHOUSE-TAKEN ' from the value-dated warehouse, '
		WS-DEPOSIT-TAKEN ' payroll deposits, '
		WS-LOAN-TAKEN ' loan installments, '
		WS-TERM-DEPOSIT-TAKEN ' term-deposit settlements, '
		WS-INBOUND-TAKEN ' inbound clearing credits, '
		WS-CLOSURE-TAKEN ' closure settlements, '
		WS-DISPUTE-TAKEN ' dispute credits and take-backs, '
		WS-PRODUCT-FEE-TAKEN ' product charges, '
		WS-AP-PAYMENT-TAKEN ' supplier payments)'.
	PERFORM END-JOB-STATS.
	STOP RUN.

			AT END SET ORDERS-EOF TO TRUE
			NOT AT END
				PERFORM EVALUATE-ORDER-DUE
				IF ORDER-DUE-TODAY AND NOT SO-SUSPENDED
					AND (SO-EXPIRY-DATE = ZERO
						OR SO-EXPIRY-DATE >= WS-TODAY-DATE)
					PERFORM EMIT-ONE-ORDER
				DISPLAY '*** PAYROLL DEPOSIT FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
			MOVE ZERO TO WS-DEPOSIT-COUNT
			MOVE ZERO TO WS-DEPOSIT-HASH
		ELSE
			ADD 1 TO WS-DEPOSIT-COUNT
			ADD DP-AMOUNT TO WS-DEPOSIT-HASH
	COPY-DEPOSIT-DETAILS-EXIT.
	EXIT.

*> the loan installment feed is folded in like the billing feed; it is
*> not consumed here, since LOAN-INSTALLMENTS rebuilds it every night
*> from what is due on the schedules
COPY-LOAN-DETAILS.
	OPEN INPUT LOAN-FEED
	IF NOT FS-STATUS-OK
		CLOSE LOAN-FEED
		GO TO COPY-LOAN-DETAILS-EXIT
	END-IF
	READ LOAN-FEED
		AT END SET LOAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL LOAN-EOF
		IF LI-TYPE = 'C'
			IF LIT-RECORD-COUNT NOT = WS-LOAN-COUNT
				OR LIT-HASH-TOTAL NOT = WS-LOAN-HASH
				DISPLAY '*** LOAN INSTALLMENT FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-LOAN-COUNT
			ADD LI-AMOUNT TO WS-LOAN-HASH
			MOVE LOAN-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD LI-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-LOAN-TAKEN
		END-IF
		READ LOAN-FEED
			AT END SET LOAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE LOAN-FEED.
	COPY-LOAN-DETAILS-EXIT.
	EXIT.

*> term-deposit settlements are folded in like the loan installments
*> and likewise left in place - TERM-DEPOSIT-MATURITY rewrites the
*> file on every run
COPY-TERM-DEPOSIT-DETAILS.
	OPEN INPUT TERM-DEPOSIT-FEED
	IF NOT FS-STATUS-OK
		CLOSE TERM-DEPOSIT-FEED
		GO TO COPY-TERM-DEPOSIT-DETAILS-EXIT
	END-IF
	READ TERM-DEPOSIT-FEED
		AT END SET TERM-DEPOSIT-EOF TO TRUE
	END-READ
	PERFORM UNTIL TERM-DEPOSIT-EOF
		IF TP-TYPE = 'C'
			IF TPT-RECORD-COUNT NOT = WS-TERM-DEPOSIT-COUNT
				OR TPT-HASH-TOTAL NOT = WS-TERM-DEPOSIT-HASH
				DISPLAY '*** TERM DEPOSIT FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-TERM-DEPOSIT-COUNT
			ADD TP-AMOUNT TO WS-TERM-DEPOSIT-HASH
			MOVE TERM-DEPOSIT-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD TP-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-TERM-DEPOSIT-TAKEN
		END-IF
		READ TERM-DEPOSIT-FEED
			AT END SET TERM-DEPOSIT-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE TERM-DEPOSIT-FEED.
	COPY-TERM-DEPOSIT-DETAILS-EXIT.
	EXIT.

*> inbound clearing credits are folded in and consumed like the payday
*> deposit feed - a credit from another bank must never post twice
COPY-INBOUND-DETAILS.
	OPEN INPUT INBOUND-FEED
	IF NOT FS-STATUS-OK
		CLOSE INBOUND-FEED
		GO TO COPY-INBOUND-DETAILS-EXIT
	END-IF
	READ INBOUND-FEED
		AT END SET INBOUND-EOF TO TRUE
	END-READ
	PERFORM UNTIL INBOUND-EOF
		IF IN-TYPE = 'C'
			IF INT-RECORD-COUNT NOT = WS-INBOUND-COUNT
				OR INT-HASH-TOTAL NOT = WS-INBOUND-HASH
				DISPLAY '*** INBOUND CLEARING FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-INBOUND-COUNT
			ADD IN-AMOUNT TO WS-INBOUND-HASH
			MOVE INBOUND-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD IN-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-INBOUND-TAKEN
		END-IF
		READ INBOUND-FEED
			AT END SET INBOUND-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE INBOUND-FEED
	OPEN OUTPUT INBOUND-FEED
	CLOSE INBOUND-FEED.
	COPY-INBOUND-DETAILS-EXIT.
	EXIT.

*> closure settlements are folded in like the term-deposit ones and
*> likewise left in place - CLOSURE-SETTLEMENT rewrites the file on
*> every run
COPY-CLOSURE-DETAILS.
	OPEN INPUT CLOSURE-FEED
	IF NOT FS-STATUS-OK
		CLOSE CLOSURE-FEED
		GO TO COPY-CLOSURE-DETAILS-EXIT
	END-IF
	READ CLOSURE-FEED
		AT END SET CLOSURE-EOF TO TRUE
	END-READ
	PERFORM UNTIL CLOSURE-EOF
		IF CP-TYPE = 'C'
			IF CPT-RECORD-COUNT NOT = WS-CLOSURE-COUNT
				OR CPT-HASH-TOTAL NOT = WS-CLOSURE-HASH
				DISPLAY '*** CLOSURE SETTLEMENT FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-CLOSURE-COUNT
			ADD CP-AMOUNT TO WS-CLOSURE-HASH
			MOVE CLOSURE-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD CP-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-CLOSURE-TAKEN
		END-IF
		READ CLOSURE-FEED
			AT END SET CLOSURE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CLOSURE-FEED.
	COPY-CLOSURE-DETAILS-EXIT.
	EXIT.

*> dispute provisional credits and take-backs, left in place the same
*> way - DISPUTE-AGING rewrites the file on every run
COPY-DISPUTE-DETAILS.
	OPEN INPUT DISPUTE-FEED
	IF NOT FS-STATUS-OK
		CLOSE DISPUTE-FEED
		GO TO COPY-DISPUTE-DETAILS-EXIT
	END-IF
	READ DISPUTE-FEED
		AT END SET DISPUTE-EOF TO TRUE
	END-READ
	PERFORM UNTIL DISPUTE-EOF
		IF DF-TYPE = 'C'
			IF DFT-RECORD-COUNT NOT = WS-DISPUTE-COUNT
				OR DFT-HASH-TOTAL NOT = WS-DISPUTE-HASH
				DISPLAY '*** DISPUTE POSTING FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-DISPUTE-COUNT
			ADD DF-AMOUNT TO WS-DISPUTE-HASH
			MOVE DISPUTE-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD DF-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-DISPUTE-TAKEN
		END-IF
		READ DISPUTE-FEED
			AT END SET DISPUTE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE DISPUTE-FEED.
	COPY-DISPUTE-DETAILS-EXIT.
	EXIT.

*> month-end product charges, left in place the same way -
*> PRODUCT-FEES rewrites the file on every run
COPY-PRODUCT-FEE-DETAILS.
	OPEN INPUT PRODUCT-FEE-FEED
	IF NOT FS-STATUS-OK
		CLOSE PRODUCT-FEE-FEED
		GO TO COPY-PRODUCT-FEE-DETAILS-EXIT
	END-IF
	READ PRODUCT-FEE-FEED
		AT END SET PRODUCT-FEE-EOF TO TRUE
	END-READ
	PERFORM UNTIL PRODUCT-FEE-EOF
		IF PF-TYPE = 'C'
			IF PFT-RECORD-COUNT NOT = WS-PRODUCT-FEE-COUNT
				OR PFT-HASH-TOTAL NOT = WS-PRODUCT-FEE-HASH
				DISPLAY '*** PRODUCT CHARGE FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-PRODUCT-FEE-COUNT
			ADD PF-AMOUNT TO WS-PRODUCT-FEE-HASH
			MOVE PRODUCT-FEE-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD PF-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-PRODUCT-FEE-TAKEN
		END-IF
		READ PRODUCT-FEE-FEED
			AT END SET PRODUCT-FEE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE PRODUCT-FEE-FEED.
	COPY-PRODUCT-FEE-DETAILS-EXIT.
	EXIT.

*> supplier payments, left in place the same way - PAGOS-PROVEEDORES
*> rewrites the file on every run
COPY-AP-PAYMENT-DETAILS.
	OPEN INPUT AP-PAYMENT-FEED
	IF NOT FS-STATUS-OK
		CLOSE AP-PAYMENT-FEED
		GO TO COPY-AP-PAYMENT-DETAILS-EXIT
	END-IF
	READ AP-PAYMENT-FEED
		AT END SET AP-PAYMENT-EOF TO TRUE
	END-READ
	PERFORM UNTIL AP-PAYMENT-EOF
		IF AF-TYPE = 'C'
			IF AFT-RECORD-COUNT NOT = WS-AP-PAYMENT-COUNT
				OR AFT-HASH-TOTAL NOT = WS-AP-PAYMENT-HASH
				DISPLAY '*** SUPPLIER PAYMENT FEED CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-AP-PAYMENT-COUNT
			ADD AF-AMOUNT TO WS-AP-PAYMENT-HASH
			MOVE AP-PAYMENT-FEED-RECORD TO COMBINED-RECORD
			WRITE COMBINED-RECORD
			MOVE 'WRITE COMBINED-FEED' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-FEED-COUNT
			ADD AF-AMOUNT TO WS-FEED-HASH
			ADD 1 TO WS-AP-PAYMENT-TAKEN
		END-IF
		READ AP-PAYMENT-FEED
			AT END SET AP-PAYMENT-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE AP-PAYMENT-FEED.
	COPY-AP-PAYMENT-DETAILS-EXIT.
	EXIT.

*> an order is due today when its day-of-month, rolled forward to the
*> next business day, lands on today - checked for this month's due
*> date and, so a rolled month-end due day isn't lost, for last
