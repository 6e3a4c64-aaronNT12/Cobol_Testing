 *>Luego procesa cada transacción y muestra un mensaje apropiado.

*> Mod history:
*> 24.12.09 AN - a checkpoint restart no longer carries on journalling
*>               into the interrupted attempt's batch, where lines for
*>               records past the checkpoint and other streams' batches
*>               could sit. That batch is cut back to the lines the
*>               checkpoint counted and closed with its totals, and the
*>               restarted run writes a batch of its own.
*> 24.12.08 AN - GL-JOURNAL.DAT is no longer started over by a fresh
*>               run: STOCK-JOURNAL, the payroll report and batches
*>               from a night whose GL-POST did not run may already be
*>               on it, and GL-POST now empties it once posted. The run
*>               appends its batch, first removing only its own batch
*>               for today or one an earlier attempt left without a
*>               trailer; its header carries GJH-BATCH-SOURCE
*>               'BANKING' to tell it apart.
*> 24.10.16 AN - the daily limit and duplicate screens no longer walk
*>               the account's ACCOUNT-HISTORY slice for every detail
*>               record. Each history row written also updates the new
*>               DAILY-POSTINGS accumulator (per account and posting
*>               day: the debit total and the type/amount pairs
*>               posted), and the screens read that instead. The run
*>               rebuilds it from ACCOUNT-HISTORY when it has no
*>               control record and on every checkpoint restart, and
*>               drops days older than WS-DAILY-KEEP-DAYS. A
*>               transaction dated before the covered window, or a
*>               day with too many distinct pairs to hold, still gets
*>               the full history walk, so the screens give the same
*>               answer either way.
*> 24.10.14 AN - every covering transfer ATTEMPT-OVERDRAFT-SWEEP makes
*>               is also appended to the OVERDRAFT-SWEEPS.DAT log, so
*>               the nightly CUSTOMER-NOTICES run can tell the
*>               customer the same day instead of the statement.
*> 24.10.12 AN - account products. The daily withdrawal and transfer
*>               ceilings now come from the account's own
*>               ACCOUNT-LIMITS record, then from the default limits
*>               of its product on PRODUCT-CATALOG.DAT, then from the
*>               shop-wide default row; a zero product limit falls
*>               through to the shop default.
*> 24.10.02 AN - arranged overdrafts. An account with an unexpired
*>               facility on the new OVERDRAFT-FACILITIES master may
*>               be debited down to minus its arranged limit; only the
*>               part of a debit beyond that is left for the overdraft
*>               sweep, and only what the sweep cannot cover goes to
*>               suspense. The term-deposit lock check counts the
*>               facility as spendable in the same way.
*> 24.09.24 AN - foreign-currency accounts. AM-BALANCE is held in the
*>               account's AM-CURRENCY-CODE (blank = base), and the
*>               day's rate for every currency is loaded from
*>               FX-RATES.DAT at the start of the run (latest rate
*>               dated on or before today). A transaction on an
*>               account whose currency has no rate goes to suspense
*>               as reason 23. A transfer between two currencies
*>               credits the converted amount and records the cross
*>               rate and the other leg's amount on both history
*>               legs; an overdraft sweep never crosses currencies.
*>               TRIAL-BALANCE.PRT now proves each currency in its
*>               own units and shows the base-currency value of the
*>               movements and of the closing position; every
*>               GL-JOURNAL.DAT line carries its currency and base
*>               amount, and the trailer carries base totals too.
*>               The outbound clearing file carries the currency.
*> 24.09.22 AN - added T-TYPE 'E' (external transfer: payee reference
*>               from EXTERNAL-PAYEES in T-TO-ACCOUNT-NO). It debits
*>               the customer like a transfer - sweep, transfer limit
*>               and term-deposit lock included - and writes the
*>               payment to the day's outbound clearing file
*>               CLEARING-OUT-yyyymmdd.DAT, which carries its own
*>               header and count/hash trailer. A payee that is
*>               unknown, removed or registered to another account
*>               goes to suspense as reason 21, an overdraw as 22.
*>               Also T-TYPE 'N', an inbound clearing credit from
*>               another bank (validated upstream by
*>               INBOUND-CLEARING), which credits like a deposit.
*>               The GL mapping table now holds 20 types.
*> 24.09.20 AN - added T-TYPE 'Q' (cheque clearing, cheque serial in
*>               T-TO-ACCOUNT-NO). Before it can debit the drawer's
*>               account the serial must fall in a chequebook issued
*>               to that account (CHEQUEBOOKS, reason 18), must not
*>               have been paid already (CHEQUES-PAID, reason 19) and
*>               must not be stopped (STOP-PAYMENTS, reason 17). A
*>               cleared cheque carries its serial on the history row
*>               and is recorded on CHEQUES-PAID; an overdraw goes to
*>               suspense with reason 20. The serial check replaces
*>               the duplicate screen for cheques, and they count
*>               against the daily withdrawal limit.
*> 24.09.18 AN - principal locked in a live term deposit (or one
*>               waiting on TERM-DEPOSIT-MATURITY to break it) is no
*>               longer spendable: a W/T/F/L debit that would take the
*>               balance below the account's locked total goes to
*>               suspense with reason 16, and the overdraft sweep
*>               will not draw a funding account below its own locked
*>               total. No TERM-DEPOSITS master on file means nothing
*>               is locked.
*> 24.09.16 AN - added T-TYPE 'L' (loan installment, presented by the
*>               new LOAN-INSTALLMENTS step with the loan number in
*>               T-TO-ACCOUNT-NO): it debits the repayment account
*>               like a withdrawal, sweep included, and an overdraw
*>               goes to suspense with its own reason code 15. The
*>               loan number is kept on the ACCOUNT-HISTORY row so the
*>               loan step can confirm the installment posted. Like
*>               system-generated interest it is exempt from the
*>               duplicate screen (one presentation per loan per
*>               night is guaranteed upstream), the daily limit and
*>               the large-transaction review.
*> 24.09.11 AN - two sweep holes closed: the funding account is now
*>               checked against ACCOUNT-BLOCKS before it is debited
*>               (a garnished funding account must not be drained by
		FILE STATUS IS FS-STATUS-CODE.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY DAILY-POSTINGS-SELECT.
	SELECT TRANSACTION-REGISTER ASSIGN TO 'TRANSACTION-REGISTER.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY TRANSACTION-SUSPENSE-SELECT.
	COPY ACCOUNT-BLOCKS-SELECT.
	COPY OVERDRAFT-LINKS-SELECT.
	COPY OVERDRAFT-SWEEPS-SELECT.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY TERM-DEPOSITS-SELECT.
	COPY CHEQUEBOOKS-SELECT.
	COPY STOP-PAYMENTS-SELECT.
	COPY CHEQUES-PAID-SELECT.
	COPY EXTERNAL-PAYEES-SELECT.
	COPY FX-RATES-SELECT.
	COPY PRODUCT-CATALOG-SELECT.
	SELECT CLEARING-OUT ASSIGN TO DYNAMIC WS-CLEARING-FILE-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PERIOD-CONTROL-SELECT.
	COPY BUSINESS-CALENDAR-SELECT.
	SELECT OPTIONAL VALUE-WAREHOUSE ASSIGN TO 'TRANSACTION-WAREHOUSE.DAT'
		FILE STATUS IS FS-STATUS-CODE.
	SELECT GL-MAPPING-FILE ASSIGN TO 'GL-MAPPING.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT GL-JOURNAL-WORK ASSIGN TO 'GL-JOURNAL.TMP'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'BANK-CHECKPOINT.DAT'

COPY ACCOUNT-HISTORY-FD.

COPY DAILY-POSTINGS-FD.

FD TRANSACTION-REGISTER.
01 REGISTER-LINE PIC X(80).


COPY OVERDRAFT-LINKS-FD.

COPY OVERDRAFT-SWEEPS-FD.

COPY OVERDRAFT-FACILITIES-FD.

COPY TERM-DEPOSITS-FD.

COPY CHEQUEBOOKS-FD.

COPY STOP-PAYMENTS-FD.

COPY CHEQUES-PAID-FD.

COPY EXTERNAL-PAYEES-FD.

COPY FX-RATES-FD.

COPY PRODUCT-CATALOG-FD.

*> one header, one detail per external payment, one trailer; the
*> payment reference is the debit's ACCOUNT-HISTORY date and sequence,
*> and a blank currency is the base currency
FD CLEARING-OUT.
01 CLEARING-OUT-RECORD.
	05 CO-RECORD-TYPE PIC X.
	05 CO-VALUE-DATE PIC 9(8).
	05 CO-DEBIT-ACCOUNT PIC 9(10).
	05 CO-PAYEE-NO PIC 9(10).
	05 CO-BANK-CODE PIC X(11).
	05 CO-BENEFICIARY-ACCOUNT PIC X(34).
	05 CO-BENEFICIARY-NAME PIC X(30).
	05 CO-AMOUNT PIC 9(7)V99.
	05 CO-REFERENCE-DATE PIC X(8).
	05 CO-REFERENCE-SEQ PIC 9(7).
	05 CO-CURRENCY PIC X(3).
01 CLEARING-OUT-HEADER REDEFINES CLEARING-OUT-RECORD.
	05 COH-RECORD-TYPE PIC X.
	05 COH-FILE-DATE PIC 9(8).
	05 FILLER PIC X(122).
01 CLEARING-OUT-TRAILER REDEFINES CLEARING-OUT-RECORD.
	05 COT-RECORD-TYPE PIC X.
	05 COT-RECORD-COUNT PIC 9(10).
	05 COT-HASH-TOTAL PIC 9(11)V99.
	05 FILLER PIC X(107).

COPY PERIOD-CONTROL-FD.

COPY BUSINESS-CALENDAR-FD.
	05 GJ-DR-CR PIC X.
	05 GJ-AMOUNT PIC 9(9)V99.
	05 GJ-SOURCE-TYPE PIC X.
	05 GJ-CURRENCY PIC X(3).
	05 GJ-BASE-AMOUNT PIC 9(9)V99.
	05 FILLER PIC X(10).
01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
	05 GJT-RECORD-TYPE PIC X.
	05 GJT-RECORD-COUNT PIC 9(8).
	05 GJT-DEBIT-TOTAL PIC 9(9)V99.
	05 GJT-CREDIT-TOTAL PIC 9(9)V99.
	05 GJT-BASE-DEBIT-TOTAL PIC 9(9)V99.
	05 GJT-BASE-CREDIT-TOTAL PIC 9(9)V99.
	05 FILLER PIC X(1).
01 GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
	05 GJH-RECORD-TYPE PIC X.
	05 GJH-DATE PIC 9(8).
	05 FILLER PIC X(35).
	05 GJH-BATCH-SOURCE PIC X(10).

FD GL-JOURNAL-WORK.
01 GL-JOURNAL-WORK-RECORD PIC X(54).

FD CHECKPOINT-FILE.
01 CHECKPOINT-RECORD.
	05 CKP-CUML-GL-COUNT PIC 9(8).
	05 CKP-CUML-GL-DEBIT-TOTAL PIC 9(9)V99.
	05 CKP-CUML-GL-CREDIT-TOTAL PIC 9(9)V99.
	05 CKP-CUML-CLEARING-COUNT PIC 9(10).
	05 CKP-CUML-CLEARING-HASH PIC 9(11)V99.
	05 CKP-CUML-GL-BASE-DEBIT PIC 9(9)V99.
	05 CKP-CUML-GL-BASE-CREDIT PIC 9(9)V99.

COPY PARAM-FD.

	88 AL-OK VALUE '00'.
COPY ACCOUNT-BLOCKS-STATUS.
COPY OVERDRAFT-LINKS-STATUS.
COPY OVERDRAFT-FACILITIES-STATUS.
COPY TERM-DEPOSITS-STATUS.
COPY CHEQUEBOOKS-STATUS.
COPY STOP-PAYMENTS-STATUS.
COPY CHEQUES-PAID-STATUS.
COPY EXTERNAL-PAYEES-STATUS.
COPY FX-RATES-STATUS.
COPY PRODUCT-CATALOG-STATUS.
01 WS-PRODUCTS-FLAG PIC X VALUE 'N'.
	88 PRODUCTS-AVAILABLE VALUE 'Y'.
01 WS-ACCOUNT-PRODUCT PIC X(4).
01 WS-WITHDRAWAL-CEILING PIC 9(9)V99.
01 WS-TRANSFER-CEILING PIC 9(9)V99.
COPY PERIOD-CONTROL-STATUS.
COPY BUSINESS-CALENDAR-STATUS.
COPY BUSINESS-DAY-FIELDS.
01 WS-SWEEP-SHORTFALL PIC 9(9)V99.
01 WS-SWEEP-SAVE-AMOUNT PIC 9(7)V99.
01 WS-SWEEP-SAVE-TYPE PIC X.
01 WS-FACILITIES-FLAG PIC X VALUE 'N'.
	88 FACILITIES-AVAILABLE VALUE 'Y'.
*> what a debit may take: the balance plus any arranged overdraft
01 WS-ARRANGED-LIMIT PIC 9(9)V99.
01 WS-SPENDABLE-BALANCE PIC S9(11)V99.
01 WS-BLOCKS-FLAG PIC X VALUE 'N'.
	88 BLOCKS-AVAILABLE VALUE 'Y'.
01 WS-BLOCK-HIT-FLAG PIC X VALUE 'N'.
	88 BLOCK-STOPS-POSTING VALUE 'Y'.
01 WS-BLOCK-ACCOUNT PIC 9(10).
01 WS-BLOCK-DIRECTION PIC X.
01 WS-DEPOSITS-FLAG PIC X VALUE 'N'.
	88 TERM-DEPOSITS-AVAILABLE VALUE 'Y'.
01 WS-LOCK-EOF PIC X VALUE 'N'.
	88 LOCK-SCAN-EOF VALUE 'Y'.
01 WS-LOCK-ACCOUNT PIC 9(10).
01 WS-LOCKED-TOTAL PIC 9(11)V99.
01 WS-BALANCE-AFTER PIC S9(11)V99.
01 WS-CHEQUEBOOKS-FLAG PIC X VALUE 'N'.
	88 CHEQUEBOOKS-AVAILABLE VALUE 'Y'.
01 WS-STOPS-FLAG PIC X VALUE 'N'.
	88 STOPS-AVAILABLE VALUE 'Y'.
01 WS-BOOK-EOF PIC X VALUE 'N'.
	88 BOOK-SCAN-EOF VALUE 'Y'.
01 WS-CHEQUE-BOOK-FLAG PIC X.
	88 CHEQUE-BOOK-FOUND VALUE 'Y'.
	88 CHEQUE-BOOK-CANCELLED VALUE 'X'.
01 WS-CHEQUE-REJECT-CODE PIC 9(2).
01 WS-CHEQUE-REJECT-TEXT PIC X(30).
01 WS-PAYEES-FLAG PIC X VALUE 'N'.
	88 PAYEES-AVAILABLE VALUE 'Y'.
01 WS-PAYEE-OK-FLAG PIC X.
	88 PAYEE-OK VALUE 'Y'.
01 WS-CLEARING-FILE-NAME PIC X(30) VALUE SPACES.
01 WS-CLEARING-COUNT PIC 9(10) VALUE ZERO.
01 WS-CLEARING-HASH PIC 9(11)V99 VALUE ZERO.
*> today's rate per currency, base-currency units per unit
01 WS-FX-RATE-TABLE.
	05 WS-FX-ENTRY OCCURS 20 TIMES.
		10 WS-FX-TABLE-CURRENCY PIC X(3).
		10 WS-FX-TABLE-RATE PIC 9(5)V9(6).
77 WS-FX-COUNT PIC 9(3) VALUE ZERO.
01 WS-FX-SUB PIC 9(3).
01 WS-FX-EOF PIC X VALUE 'N'.
	88 FX-RATES-EOF VALUE 'Y'.
01 WS-FX-CURRENCY PIC X(3).
01 WS-FX-RATE PIC 9(5)V9(6).
01 WS-FX-FOUND-FLAG PIC X.
	88 FX-RATE-FOUND VALUE 'Y'.
01 WS-TXN-CURRENCY PIC X(3).
01 WS-TXN-RATE PIC 9(5)V9(6).
01 WS-TO-CURRENCY PIC X(3).
01 WS-FX-CONVERTED-FLAG PIC X VALUE 'N'.
	88 FX-CONVERTED VALUE 'Y'.
01 WS-FX-CROSS-RATE PIC 9(5)V9(6).
01 WS-FX-CREDIT-AMOUNT PIC 9(7)V99.
01 WS-FX-SAVE-AMOUNT PIC 9(7)V99.
01 WS-BASE-AMOUNT PIC 9(9)V99.
01 WS-HISTORY-CURRENCY PIC X(3).
01 WS-HISTORY-FX-RATE PIC 9(5)V9(6).
01 WS-HISTORY-COUNTER-AMOUNT PIC 9(7)V99.
01 WS-DUP-FLAG PIC X VALUE 'N'.
	88 POSSIBLE-DUPLICATE VALUE 'Y'.
01 WS-DUP-EOF PIC X VALUE 'N'.
01 WS-TODAY-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-SUM-EOF PIC X VALUE 'N'.
	88 SUM-HISTORY-EOF VALUE 'Y'.
*> the DAILY-POSTINGS accumulator covers posting days from
*> WS-DAILY-COVERED-FROM on and keeps WS-DAILY-KEEP-DAYS calendar days
01 WS-DAILY-KEEP-DAYS PIC 9(3) VALUE 35.
01 WS-DAILY-CUTOFF PIC 9(8).
01 WS-DAILY-COVERED-FROM PIC X(8) VALUE HIGH-VALUES.
01 WS-DAILY-REBUILD-FLAG PIC X VALUE 'N'.
	88 DAILY-REBUILD-NEEDED VALUE 'Y'.
01 WS-DAILY-EOF PIC X VALUE 'N'.
	88 DAILY-SCAN-EOF VALUE 'Y'.
01 WS-DAILY-WALK-FLAG PIC X VALUE 'N'.
	88 DAILY-HISTORY-WALK VALUE 'Y'.
01 WS-DAILY-REBUILT-ROWS PIC 9(9) VALUE ZERO.
01 WS-DAILY-PURGED PIC 9(7) VALUE ZERO.
01 WS-LARGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLOSING-MASTER-TOTAL PIC S9(11)V99 VALUE ZERO.
01 WS-EXPECTED-CLOSING PIC S9(11)V99 VALUE ZERO.
*> the trial balance is proved one currency at a time in that
*> currency's own units; TC-SCAN holds the latest master scan
01 WS-TRIAL-CURRENCY-TABLE.
	05 WS-TRIAL-ENTRY OCCURS 20 TIMES.
		10 TC-CURRENCY PIC X(3).
		10 TC-OPENING PIC S9(11)V99.
		10 TC-CREDITS PIC S9(11)V99.
		10 TC-DEBITS PIC S9(11)V99.
		10 TC-BASE-CREDITS PIC S9(11)V99.
		10 TC-BASE-DEBITS PIC S9(11)V99.
		10 TC-SCAN PIC S9(11)V99.
77 WS-TRIAL-CCY-COUNT PIC 9(3) VALUE ZERO.
01 WS-TRIAL-SUB PIC 9(3).
01 WS-TRIAL-IX PIC 9(3).
01 WS-TRIAL-CURRENCY PIC X(3).
01 WS-TRIAL-OUT-FLAG PIC X VALUE 'N'.
	88 TRIAL-OUT-OF-BALANCE VALUE 'Y'.
01 WS-BASE-CLOSING PIC S9(11)V99.
01 WS-BASE-POSITION-TOTAL PIC S9(11)V99.
01 WS-TRIAL-HEAD-LINE.
	05 FILLER PIC X(9) VALUE 'CURRENCY '.
	05 TH-CURRENCY PIC X(4).
	05 FILLER PIC X(8) VALUE '   RATE '.
	05 TH-RATE PIC ZZZZ9.999999.
01 WS-SCAN-EOF PIC X VALUE 'N'.
	88 MASTER-SCAN-EOF VALUE 'Y'.
01 WS-TRIAL-LINE.
	05 TB-LABEL PIC X(24).
	05 TB-AMOUNT PIC -(11)9.99.
01 GL-TYPE-MAP-INFO.
	05 GL-TYPE-MAP OCCURS 20 TIMES DEPENDING ON WS-GL-MAP-COUNT
			INDEXED BY GM-INDEX.
		10 MAP-TRANSACTION-TYPE PIC X.
		10 MAP-DEBIT-GL-ACCOUNT PIC 9(8).
01 WS-GL-MAP-EOF PIC X VALUE 'N'.
	88 GL-MAP-EOF VALUE 'Y'.
01 WS-GL-RECORD-COUNT PIC 9(8) VALUE ZERO.
*> this run's own batches on GL-JOURNAL.DAT, found by header
01 WS-JOURNAL-BATCH-SOURCE PIC X(10) VALUE 'BANKING'.
01 WS-JOURNAL-EOF-FLAG PIC X VALUE 'N'.
	88 JOURNAL-EOF VALUE 'Y'.
01 WS-JOURNAL-OWN-FLAG PIC X VALUE 'N'.
	88 JOURNAL-BATCH-OWN VALUE 'Y'.
01 WS-JOURNAL-DROP-HIT-FLAG PIC X VALUE 'N'.
	88 JOURNAL-BATCH-DROPPED VALUE 'Y'.
01 WS-JOURNAL-OWN-DATE PIC 9(8) VALUE ZERO.
01 WS-JOURNAL-BATCH-NO PIC 9(5) VALUE ZERO.
01 WS-JOURNAL-DROPPED-LINES PIC 9(8) VALUE ZERO.
01 WS-JOURNAL-DROP-COUNT PIC 9(2) VALUE ZERO.
01 WS-JOURNAL-DROP-SUB PIC 9(2).
*> a checkpoint restart: the interrupted attempt's unclosed batch
01 WS-JOURNAL-OPEN-BATCH PIC 9(5) VALUE ZERO.
01 WS-JOURNAL-IN-OPEN-FLAG PIC X VALUE 'N'.
	88 IN-INTERRUPTED-BATCH VALUE 'Y'.
01 WS-JOURNAL-KEPT-LINES PIC 9(8) VALUE ZERO.
01 WS-JOURNAL-HOLD-RECORD PIC X(54).
01 WS-JOURNAL-DROP-TABLE.
	05 WS-JOURNAL-DROP-BATCH PIC 9(5) OCCURS 20 TIMES.
01 WS-GL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-GL-BASE-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-GL-BASE-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-LARGE-DETAIL-LINE.
	05 LR-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.
COPY DAILY-POSTINGS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	END-IF
	MOVE 'OPEN ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN I-O DAILY-POSTINGS.
	IF NOT FS-STATUS-OK
		CLOSE DAILY-POSTINGS
		OPEN OUTPUT DAILY-POSTINGS
		CLOSE DAILY-POSTINGS
		OPEN I-O DAILY-POSTINGS
	END-IF
	MOVE 'OPEN DAILY-POSTINGS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF FS-STATUS-OK
		SET DAILY-POSTINGS-AVAILABLE TO TRUE
		PERFORM PREPARE-DAILY-POSTINGS THRU PREPARE-DAILY-POSTINGS-EXIT
	END-IF
	IF WS-RESTART-COUNT > 0
		OPEN EXTEND TRANSACTION-REGISTER
	ELSE
	OPEN EXTEND VALUE-WAREHOUSE.
	MOVE 'OPEN VALUE-WAREHOUSE' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN EXTEND OVERDRAFT-SWEEPS.
	MOVE 'OPEN OVERDRAFT-SWEEPS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
*> no period control file on disk just means every period is open
	OPEN INPUT PERIOD-CONTROL.
	IF PD-OK
	ELSE
		CLOSE OVERDRAFT-LINKS
	END-IF
*> no facilities master on file just means no arranged overdrafts
	OPEN INPUT OVERDRAFT-FACILITIES.
	IF OD-OK
		SET FACILITIES-AVAILABLE TO TRUE
	ELSE
		CLOSE OVERDRAFT-FACILITIES
	END-IF
*> no blocks master on file just means no blocks are in force
	OPEN INPUT ACCOUNT-BLOCKS.
	IF AB-OK
	ELSE
		CLOSE ACCOUNT-BLOCKS
	END-IF
*> no chequebook register on file means no cheque was ever issued,
*> so every presented cheque is refused; no stop-payment master just
*> means nothing is stopped
	OPEN INPUT CHEQUEBOOKS.
	IF CB-OK
		SET CHEQUEBOOKS-AVAILABLE TO TRUE
	ELSE
		CLOSE CHEQUEBOOKS
	END-IF
	OPEN INPUT STOP-PAYMENTS.
	IF SP-OK
		SET STOPS-AVAILABLE TO TRUE
	ELSE
		CLOSE STOP-PAYMENTS
	END-IF
	OPEN I-O CHEQUES-PAID.
	IF NOT CQ-OK
		CLOSE CHEQUES-PAID
		OPEN OUTPUT CHEQUES-PAID
		CLOSE CHEQUES-PAID
		OPEN I-O CHEQUES-PAID
	END-IF
*> no payee register on file means no external transfer can resolve
*> its payee, so every one is held
	OPEN INPUT EXTERNAL-PAYEES.
	IF XP-OK
		SET PAYEES-AVAILABLE TO TRUE
	ELSE
		CLOSE EXTERNAL-PAYEES
	END-IF
*> the outbound clearing file is dated, so tonight's payments never
*> overwrite a file the clearing house has not collected yet; a
*> restart carries on the same file
	MOVE SPACES TO WS-CLEARING-FILE-NAME
	STRING 'CLEARING-OUT-' WS-TODAY-DATE '.DAT'
		DELIMITED BY SIZE INTO WS-CLEARING-FILE-NAME
	IF WS-RESTART-COUNT > 0
		OPEN EXTEND CLEARING-OUT
		MOVE 'OPEN CLEARING-OUT' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
	ELSE
		OPEN OUTPUT CLEARING-OUT
		MOVE 'OPEN CLEARING-OUT' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		MOVE SPACES TO CLEARING-OUT-RECORD
		MOVE 'H' TO COH-RECORD-TYPE
		MOVE WS-TODAY-DATE TO COH-FILE-DATE
		WRITE CLEARING-OUT-RECORD
		MOVE 'WRITE CLEARING-OUT' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
	END-IF
*> no term-deposit master on file just means no funds are locked
	OPEN INPUT TERM-DEPOSITS.
	IF TD-OK
		SET TERM-DEPOSITS-AVAILABLE TO TRUE
	ELSE
		CLOSE TERM-DEPOSITS
	END-IF
*> no limits master on file just means no ceilings are enforced and
*> nothing clears the large threshold - the run still posts
	OPEN INPUT ACCOUNT-LIMITS.
	ELSE
		CLOSE ACCOUNT-LIMITS
	END-IF
*> no product catalog just means every account is on the shop limits
	OPEN INPUT PRODUCT-CATALOG.
	IF PC-OK
		SET PRODUCTS-AVAILABLE TO TRUE
	ELSE
		CLOSE PRODUCT-CATALOG
	END-IF
	IF WS-RESTART-COUNT > 0
		OPEN EXTEND LARGE-REVIEW-REPORT
	ELSE
	END-IF
	MOVE 'OPEN LARGE-REVIEW-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM LOAD-FX-RATES
	PERFORM TOTAL-ACCOUNT-BALANCES
	PERFORM VARYING WS-TRIAL-SUB FROM 1 BY 1
			UNTIL WS-TRIAL-SUB > WS-TRIAL-CCY-COUNT
		MOVE TC-SCAN(WS-TRIAL-SUB) TO TC-OPENING(WS-TRIAL-SUB)
	END-PERFORM
	PERFORM LOAD-GL-MAPPING
	IF WS-RESTART-COUNT > 0
		PERFORM CLOSE-INTERRUPTED-JOURNAL-BATCH
	ELSE
		PERFORM REMOVE-OWN-JOURNAL-BATCHES
	END-IF
	OPEN EXTEND GL-JOURNAL
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'H' TO GJ-RECORD-TYPE
	MOVE WS-TODAY-DATE TO GJ-DATE
	MOVE ZEROS TO GJ-GL-ACCOUNT
	MOVE ZEROS TO GJ-AMOUNT
	MOVE ZEROS TO GJ-BASE-AMOUNT
	MOVE WS-JOURNAL-BATCH-SOURCE TO GJH-BATCH-SOURCE
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	READ TRANSACTION-FILE INTO TRANSACTION-RECORD
		AT END SET END-OF-FILE TO TRUE
	END-READ.
	CLOSE TRANSACTION-FILE.
	CLOSE ACCOUNT-MASTER.
	CLOSE ACCOUNT-HISTORY.
	IF DAILY-POSTINGS-AVAILABLE
		CLOSE DAILY-POSTINGS
	END-IF
	CLOSE TRANSACTION-REGISTER.
	CLOSE TRANSACTION-SUSPENSE.
	CLOSE VALUE-WAREHOUSE.
	CLOSE OVERDRAFT-SWEEPS.
	IF WS-WAREHOUSED-COUNT > ZERO
		DISPLAY WS-WAREHOUSED-COUNT ' future-dated item(s) parked in '
			'the value-dated warehouse'
	IF LIMITS-AVAILABLE
		CLOSE ACCOUNT-LIMITS
	END-IF
	IF PRODUCTS-AVAILABLE
		CLOSE PRODUCT-CATALOG
	END-IF
	IF BLOCKS-AVAILABLE
		CLOSE ACCOUNT-BLOCKS
	END-IF
	IF TERM-DEPOSITS-AVAILABLE
		CLOSE TERM-DEPOSITS
	END-IF
	IF CHEQUEBOOKS-AVAILABLE
		CLOSE CHEQUEBOOKS
	END-IF
	IF STOPS-AVAILABLE
		CLOSE STOP-PAYMENTS
	END-IF
	CLOSE CHEQUES-PAID
	IF PAYEES-AVAILABLE
		CLOSE EXTERNAL-PAYEES
	END-IF
	MOVE SPACES TO CLEARING-OUT-RECORD
	MOVE 'T' TO COT-RECORD-TYPE
	MOVE WS-CLEARING-COUNT TO COT-RECORD-COUNT
	MOVE WS-CLEARING-HASH TO COT-HASH-TOTAL
	WRITE CLEARING-OUT-RECORD
	MOVE 'WRITE CLEARING-OUT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE CLEARING-OUT
	IF WS-CLEARING-COUNT > ZERO
		DISPLAY WS-CLEARING-COUNT ' external payment(s) on '
			WS-CLEARING-FILE-NAME
	END-IF
	IF LINKS-AVAILABLE
		CLOSE OVERDRAFT-LINKS
	END-IF
	IF FACILITIES-AVAILABLE
		CLOSE OVERDRAFT-FACILITIES
	END-IF
	IF PERIODS-AVAILABLE
		CLOSE PERIOD-CONTROL
	END-IF
	MOVE WS-RUN-RECORD-COUNT TO HF-COUNT
	MOVE WS-RUN-HASH-TOTAL TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'P' TO HF-ROLE
	MOVE WS-CLEARING-FILE-NAME TO HF-FILE-NAME
	MOVE WS-CLEARING-COUNT TO HF-COUNT
	MOVE WS-CLEARING-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE WS-DETAIL-RECORD-COUNT TO JS-RECORDS-READ.
	MOVE WS-RUN-RECORD-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-REJECTED-COUNT TO JS-RECORDS-REJECTED.
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO TRANSACTION-PROCESS-EXIT
	END-IF
*> the amount is in the account's own currency; without a rate for
*> that currency the movement cannot be valued for the ledger
	MOVE AM-CURRENCY-CODE TO WS-TXN-CURRENCY
	MOVE AM-CURRENCY-CODE TO WS-HISTORY-CURRENCY
	MOVE AM-PRODUCT-CODE TO WS-ACCOUNT-PRODUCT
	MOVE 'N' TO WS-FX-CONVERTED-FLAG
	MOVE ZERO TO WS-HISTORY-FX-RATE
	MOVE ZERO TO WS-HISTORY-COUNTER-AMOUNT
	MOVE AM-CURRENCY-CODE TO WS-FX-CURRENCY
	PERFORM FIND-FX-RATE
	IF NOT FX-RATE-FOUND
		DISPLAY 'Account ' ACCOUNT-NO ' is held in ' AM-CURRENCY-CODE
			' - no rate on file, transaction held'
		MOVE 23 TO WS-SUSPENSE-REASON-CODE
		MOVE 'NO FX RATE FOR CURRENCY' TO WS-SUSPENSE-REASON-TEXT
		PERFORM WRITE-SUSPENSE-RECORD
		MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
		MOVE 'no exchange rate for account currency' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO TRANSACTION-PROCESS-EXIT
	END-IF
	MOVE WS-FX-RATE TO WS-TXN-RATE
	MOVE FUNCTION CURRENT-DATE(1:8) TO AM-LAST-ACTIVITY-DATE
	IF TRANSACTION-TYPE = 'D' OR TRANSACTION-TYPE = 'I'
		OR TRANSACTION-TYPE = 'N'
		MOVE 'C' TO WS-BLOCK-DIRECTION
	ELSE
		MOVE 'D' TO WS-BLOCK-DIRECTION
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO TRANSACTION-PROCESS-EXIT
	END-IF
*> a cheque is only good if it was issued to this account, has not
*> been paid before and is not stopped - the serial makes it unique,
*> so cheques skip the duplicate screen below
	IF TRANSACTION-TYPE = 'Q'
		PERFORM SCREEN-PRESENTED-CHEQUE THRU SCREEN-PRESENTED-CHEQUE-EXIT
		IF WS-CHEQUE-REJECT-CODE NOT = ZERO
			DISPLAY 'Cheque ' TO-ACCOUNT-NO ' on account ' ACCOUNT-NO
				' refused - ' WS-CHEQUE-REJECT-TEXT
			MOVE WS-CHEQUE-REJECT-CODE TO WS-SUSPENSE-REASON-CODE
			MOVE WS-CHEQUE-REJECT-TEXT TO WS-SUSPENSE-REASON-TEXT
			PERFORM WRITE-SUSPENSE-RECORD
			MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'presented cheque refused' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO TRANSACTION-PROCESS-EXIT
		END-IF
	END-IF
	IF TRANSACTION-TYPE NOT = 'I' AND TRANSACTION-TYPE NOT = 'O'
		AND TRANSACTION-TYPE NOT = 'L' AND TRANSACTION-TYPE NOT = 'Q'
		PERFORM SCREEN-DUPLICATE-POSTING
		IF POSSIBLE-DUPLICATE
			DISPLAY 'Transaction for account ' ACCOUNT-NO
		END-IF
	END-IF
	IF TRANSACTION-TYPE = 'W' OR TRANSACTION-TYPE = 'T'
		OR TRANSACTION-TYPE = 'F' OR TRANSACTION-TYPE = 'Q'
		OR TRANSACTION-TYPE = 'E'
		PERFORM CHECK-DAILY-LIMIT
		IF OVER-DAILY-LIMIT
			DISPLAY 'Transaction for account ' ACCOUNT-NO
			GO TO TRANSACTION-PROCESS-EXIT
		END-IF
	END-IF
*> locked term-deposit principal is not spendable - a debit that would
*> dig into it is held whether or not a sweep could have covered it.
*> An arranged overdraft is drawn before the deposit is touched.
	IF TRANSACTION-TYPE = 'W' OR TRANSACTION-TYPE = 'T'
		OR TRANSACTION-TYPE = 'F' OR TRANSACTION-TYPE = 'L'
		OR TRANSACTION-TYPE = 'Q' OR TRANSACTION-TYPE = 'E'
		MOVE ACCOUNT-NO TO WS-LOCK-ACCOUNT
		PERFORM SUM-LOCKED-DEPOSITS
		PERFORM SET-SPENDABLE-BALANCE
		COMPUTE WS-BALANCE-AFTER = WS-SPENDABLE-BALANCE - AMOUNT
		IF WS-LOCKED-TOTAL > ZERO
			AND WS-BALANCE-AFTER < WS-LOCKED-TOTAL
			DISPLAY 'Transaction for account ' ACCOUNT-NO
				' held - funds locked in term deposit'
			MOVE 16 TO WS-SUSPENSE-REASON-CODE
			MOVE 'FUNDS LOCKED IN TERM DEPOSIT' TO WS-SUSPENSE-REASON-TEXT
			PERFORM WRITE-SUSPENSE-RECORD
			MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'debit would touch term-deposit funds' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO TRANSACTION-PROCESS-EXIT
		END-IF
	END-IF
	IF TRANSACTION-TYPE = 'D'
		ADD AMOUNT TO AM-BALANCE
		REWRITE ACCOUNT-MASTER-RECORD
		PERFORM WRITE-ACCOUNT-HISTORY
		PERFORM NOTE-LARGE-TRANSACTION
	ELSE IF TRANSACTION-TYPE = 'W'
		PERFORM SET-SPENDABLE-BALANCE
		IF AMOUNT > WS-SPENDABLE-BALANCE
			PERFORM ATTEMPT-OVERDRAFT-SWEEP
				THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
			PERFORM SET-SPENDABLE-BALANCE
		END-IF
		IF AMOUNT > WS-SPENDABLE-BALANCE
			DISPLAY 'Withdrawal of ' AMOUNT ' from account ' ACCOUNT-NO
				' rejected - would overdraw balance of ' AM-BALANCE
			MOVE 03 TO WS-SUSPENSE-REASON-CODE
	ELSE IF TRANSACTION-TYPE = 'T'
		PERFORM TRANSFER-PROCESS THRU TRANSFER-PROCESS-EXIT
	ELSE IF TRANSACTION-TYPE = 'F'
		PERFORM SET-SPENDABLE-BALANCE
		IF AMOUNT > WS-SPENDABLE-BALANCE
			PERFORM ATTEMPT-OVERDRAFT-SWEEP
				THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
			PERFORM SET-SPENDABLE-BALANCE
		END-IF
		IF AMOUNT > WS-SPENDABLE-BALANCE
			DISPLAY 'Fee of ' AMOUNT ' against account ' ACCOUNT-NO
				' rejected - would overdraw balance of ' AM-BALANCE
			MOVE 04 TO WS-SUSPENSE-REASON-CODE
			PERFORM WRITE-ACCOUNT-HISTORY
			PERFORM NOTE-LARGE-TRANSACTION
		END-IF
	ELSE IF TRANSACTION-TYPE = 'L'
		PERFORM SET-SPENDABLE-BALANCE
		IF AMOUNT > WS-SPENDABLE-BALANCE
			PERFORM ATTEMPT-OVERDRAFT-SWEEP
				THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
			PERFORM SET-SPENDABLE-BALANCE
		END-IF
		IF AMOUNT > WS-SPENDABLE-BALANCE
			DISPLAY 'Loan installment of ' AMOUNT ' from account '
				ACCOUNT-NO ' rejected - would overdraw balance of '
				AM-BALANCE
			MOVE 15 TO WS-SUSPENSE-REASON-CODE
			MOVE 'LOAN PAYMENT WOULD OVERDRAW' TO WS-SUSPENSE-REASON-TEXT
			PERFORM WRITE-SUSPENSE-RECORD
			MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'loan installment rejected - no funds' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
		ELSE
			SUBTRACT AMOUNT FROM AM-BALANCE
			REWRITE ACCOUNT-MASTER-RECORD
			MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			DISPLAY 'Collected loan installment of ' AMOUNT
				' from account ' ACCOUNT-NO ' for loan ' TO-ACCOUNT-NO
			ADD AMOUNT TO WS-WITHDRAWAL-TOTAL
			PERFORM WRITE-REGISTER-LINE
			MOVE ACCOUNT-NO TO WS-HISTORY-ACCOUNT
*> the loan number rides in the other-account field so the loan step
*> can tell this installment posted
			MOVE TO-ACCOUNT-NO TO WS-HISTORY-OTHER-ACCOUNT
			MOVE 'D' TO WS-HISTORY-DC
			MOVE AM-BALANCE TO WS-HISTORY-NEW-BALANCE
			PERFORM WRITE-ACCOUNT-HISTORY
*> an installment repays a loan the bank itself booked - no
*> large-transaction review
		END-IF
	ELSE IF TRANSACTION-TYPE = 'Q'
		PERFORM SET-SPENDABLE-BALANCE
		IF AMOUNT > WS-SPENDABLE-BALANCE
			PERFORM ATTEMPT-OVERDRAFT-SWEEP
				THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
			PERFORM SET-SPENDABLE-BALANCE
		END-IF
		IF AMOUNT > WS-SPENDABLE-BALANCE
			DISPLAY 'Cheque ' TO-ACCOUNT-NO ' for ' AMOUNT ' on account '
				ACCOUNT-NO ' returned - would overdraw balance of '
				AM-BALANCE
			MOVE 20 TO WS-SUSPENSE-REASON-CODE
			MOVE 'CHEQUE WOULD OVERDRAW BALANCE' TO WS-SUSPENSE-REASON-TEXT
			PERFORM WRITE-SUSPENSE-RECORD
			MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'cheque returned - insufficient balance' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
		ELSE
			SUBTRACT AMOUNT FROM AM-BALANCE
			REWRITE ACCOUNT-MASTER-RECORD
			MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			DISPLAY 'Cleared cheque ' TO-ACCOUNT-NO ' for ' AMOUNT
				' on account ' ACCOUNT-NO
			ADD AMOUNT TO WS-WITHDRAWAL-TOTAL
			PERFORM WRITE-REGISTER-LINE
			MOVE ACCOUNT-NO TO WS-HISTORY-ACCOUNT
*> the cheque serial rides in the other-account field, so the
*> statement can print it against the movement
			MOVE TO-ACCOUNT-NO TO WS-HISTORY-OTHER-ACCOUNT
			MOVE 'D' TO WS-HISTORY-DC
			MOVE AM-BALANCE TO WS-HISTORY-NEW-BALANCE
			PERFORM WRITE-ACCOUNT-HISTORY
			PERFORM RECORD-PAID-CHEQUE
			PERFORM NOTE-LARGE-TRANSACTION
		END-IF
	ELSE IF TRANSACTION-TYPE = 'E'
		PERFORM EXTERNAL-TRANSFER-PROCESS
			THRU EXTERNAL-TRANSFER-PROCESS-EXIT
	ELSE IF TRANSACTION-TYPE = 'N'
		ADD AMOUNT TO AM-BALANCE
		REWRITE ACCOUNT-MASTER-RECORD
		MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		DISPLAY 'Credited inbound clearing payment of ' AMOUNT
			' to account ' ACCOUNT-NO
		ADD AMOUNT TO WS-DEPOSIT-TOTAL
		PERFORM WRITE-REGISTER-LINE
		MOVE ACCOUNT-NO TO WS-HISTORY-ACCOUNT
		MOVE ZERO TO WS-HISTORY-OTHER-ACCOUNT
		MOVE 'C' TO WS-HISTORY-DC
		MOVE AM-BALANCE TO WS-HISTORY-NEW-BALANCE
		PERFORM WRITE-ACCOUNT-HISTORY
		PERFORM NOTE-LARGE-TRANSACTION
	ELSE
		DISPLAY 'Invalid transaction type for account ' ACCOUNT-NO
		MOVE 01 TO WS-SUSPENSE-REASON-CODE
TRANSFER-PROCESS.
	INITIALIZE CLEARED-RECORD.
	PERFORM VALIDATE-CLEARED-RECORD.
	PERFORM SET-SPENDABLE-BALANCE.
	IF AMOUNT > WS-SPENDABLE-BALANCE
		PERFORM ATTEMPT-OVERDRAFT-SWEEP
			THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
		PERFORM SET-SPENDABLE-BALANCE
	END-IF.
	IF AMOUNT > WS-SPENDABLE-BALANCE
		DISPLAY 'Transfer of ' AMOUNT ' from account ' ACCOUNT-NO
			' rejected - would overdraw balance of ' AM-BALANCE
		MOVE 05 TO WS-SUSPENSE-REASON-CODE
			GO TO TRANSFER-PROCESS-EXIT
		END-IF
	END-IF.
*> a to-account in another currency is credited the converted amount;
*> with no rate for its currency the debit is reversed and held
	IF WS-TRANSFER-CREDIT-OK
		AND AM-CURRENCY-CODE NOT = WS-TXN-CURRENCY
		PERFORM CONVERT-TRANSFER-AMOUNT
		IF NOT FX-RATE-FOUND
			DISPLAY 'Transfer to account ' TO-ACCOUNT-NO ' in '
				AM-CURRENCY-CODE ' - no rate on file, reversing debit'
			PERFORM REVERSE-TRANSFER-DEBIT
			MOVE 23 TO WS-SUSPENSE-REASON-CODE
			MOVE 'NO FX RATE FOR CURRENCY' TO WS-SUSPENSE-REASON-TEXT
			PERFORM WRITE-SUSPENSE-RECORD
			MOVE TO-ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'no exchange rate for transfer' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO TRANSFER-PROCESS-EXIT
		END-IF
	END-IF.
	IF WS-TRANSFER-CREDIT-OK
		MOVE FUNCTION CURRENT-DATE(1:8) TO AM-LAST-ACTIVITY-DATE
	END-IF.
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO TRANSFER-PROCESS-EXIT
	END-IF.
	IF FX-CONVERTED
		ADD WS-FX-CREDIT-AMOUNT TO AM-BALANCE
	ELSE
		ADD AMOUNT TO AM-BALANCE
	END-IF.
	REWRITE ACCOUNT-MASTER-RECORD.
	MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Transferred ' AMOUNT ' from account ' ACCOUNT-NO ' to account ' TO-ACCOUNT-NO.
	IF FX-CONVERTED
		DISPLAY '  converted to ' WS-FX-CREDIT-AMOUNT ' ' WS-TO-CURRENCY
			' at ' WS-FX-CROSS-RATE
	END-IF.
	ADD AMOUNT TO WS-WITHDRAWAL-TOTAL.
	PERFORM WRITE-REGISTER-LINE.
*> both sides of the transfer go to history: the debit against the
*> from-account and the credit against the to-account. A converted
*> transfer puts the rate and the other leg's amount on both rows,
*> and the credit row is in the to-account's currency.
	IF FX-CONVERTED
		MOVE WS-FX-CROSS-RATE TO WS-HISTORY-FX-RATE
		MOVE WS-FX-CREDIT-AMOUNT TO WS-HISTORY-COUNTER-AMOUNT
	END-IF.
	MOVE ACCOUNT-NO TO WS-HISTORY-ACCOUNT.
	MOVE TO-ACCOUNT-NO TO WS-HISTORY-OTHER-ACCOUNT.
	MOVE 'D' TO WS-HISTORY-DC.
	MOVE WS-TRANSFER-DEBIT-BALANCE TO WS-HISTORY-NEW-BALANCE.
	PERFORM WRITE-ACCOUNT-HISTORY.
	IF FX-CONVERTED
		MOVE AMOUNT TO WS-HISTORY-COUNTER-AMOUNT
		MOVE AMOUNT TO WS-FX-SAVE-AMOUNT
		MOVE WS-FX-CREDIT-AMOUNT TO AMOUNT
		MOVE WS-TO-CURRENCY TO WS-HISTORY-CURRENCY
	END-IF.
	MOVE TO-ACCOUNT-NO TO WS-HISTORY-ACCOUNT.
	MOVE ACCOUNT-NO TO WS-HISTORY-OTHER-ACCOUNT.
	MOVE 'C' TO WS-HISTORY-DC.
	MOVE AM-BALANCE TO WS-HISTORY-NEW-BALANCE.
	PERFORM WRITE-ACCOUNT-HISTORY.
	IF FX-CONVERTED
		MOVE WS-FX-SAVE-AMOUNT TO AMOUNT
		MOVE WS-TXN-CURRENCY TO WS-HISTORY-CURRENCY
	END-IF.
	PERFORM NOTE-LARGE-TRANSACTION.
	TRANSFER-PROCESS-EXIT.
	IF CR-RETRY-COUNT > 0
*> the covering transfer: the shortfall moves from the linked funding
*> account into the protected account as an ordinary pair of transfer
*> history legs, then the caller's debit proceeds against the topped-up
*> balance. The shortfall is measured against the spendable balance,
*> so an arranged overdraft is used up before anything is swept. Every failure path leaves the protected account's record
*> back in the AM buffer, exactly as the caller left it.
ATTEMPT-OVERDRAFT-SWEEP.
	IF NOT LINKS-AVAILABLE
		GO TO ATTEMPT-OVERDRAFT-SWEEP-EXIT
	END-IF
	COMPUTE WS-SWEEP-SHORTFALL = AMOUNT - WS-SPENDABLE-BALANCE
	MOVE ACCOUNT-NO TO OL-ACCOUNT-NO
	READ OVERDRAFT-LINKS
		INVALID KEY
			GO TO ATTEMPT-OVERDRAFT-SWEEP-EXIT
	END-READ
	IF NOT AM-ACTIVE OR AM-BALANCE < WS-SWEEP-SHORTFALL
		OR AM-CURRENCY-CODE NOT = WS-TXN-CURRENCY
		PERFORM RESTORE-PROTECTED-ACCOUNT
		GO TO ATTEMPT-OVERDRAFT-SWEEP-EXIT
	END-IF
*> the funding account's own term deposits stay where they are
	MOVE OL-FUNDING-ACCOUNT TO WS-LOCK-ACCOUNT
	PERFORM SUM-LOCKED-DEPOSITS
	COMPUTE WS-BALANCE-AFTER = AM-BALANCE - WS-SWEEP-SHORTFALL
	IF WS-BALANCE-AFTER < WS-LOCKED-TOTAL
		DISPLAY 'Funding account ' OL-FUNDING-ACCOUNT
			' funds locked in term deposit - no sweep'
		PERFORM RESTORE-PROTECTED-ACCOUNT
		GO TO ATTEMPT-OVERDRAFT-SWEEP-EXIT
	END-IF
	MOVE WS-SWEEP-SAVE-AMOUNT TO AMOUNT
	MOVE WS-SWEEP-SAVE-TYPE TO TRANSACTION-TYPE
	SET SWEEP-USED TO TRUE
	MOVE WS-TODAY-DATE TO OS-SWEEP-DATE
	MOVE ACCOUNT-NO TO OS-ACCOUNT-NO
	MOVE OL-FUNDING-ACCOUNT TO OS-FUNDING-ACCOUNT
	MOVE WS-SWEEP-SHORTFALL TO OS-AMOUNT
	MOVE TRANSACTION-TYPE TO OS-ITEM-TYPE
	MOVE AMOUNT TO OS-ITEM-AMOUNT
	WRITE OVERDRAFT-SWEEP-RECORD
	MOVE 'WRITE OVERDRAFT-SWEEPS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Overdraft sweep: ' WS-SWEEP-SHORTFALL ' from '
		OL-FUNDING-ACCOUNT ' covered account ' ACCOUNT-NO.
	ATTEMPT-OVERDRAFT-SWEEP-EXIT.
	EXIT.

*> the facility stands through its expiry date; an account with none
*> (or a lapsed one) can spend only its own balance
SET-SPENDABLE-BALANCE.
	MOVE ZERO TO WS-ARRANGED-LIMIT
	IF FACILITIES-AVAILABLE
		MOVE ACCOUNT-NO TO OD-ACCOUNT-NO
		READ OVERDRAFT-FACILITIES
			NOT INVALID KEY
				IF OD-EXPIRY-DATE >= WS-TODAY-DATE
					MOVE OD-LIMIT TO WS-ARRANGED-LIMIT
				END-IF
		END-READ
	END-IF
	COMPUTE WS-SPENDABLE-BALANCE = AM-BALANCE + WS-ARRANGED-LIMIT.

RESTORE-PROTECTED-ACCOUNT.
	MOVE ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER.
				MOVE CKP-CUML-GL-COUNT TO WS-GL-RECORD-COUNT
				MOVE CKP-CUML-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
				MOVE CKP-CUML-GL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
				MOVE CKP-CUML-CLEARING-COUNT TO WS-CLEARING-COUNT
				MOVE CKP-CUML-CLEARING-HASH TO WS-CLEARING-HASH
				MOVE CKP-CUML-GL-BASE-DEBIT TO WS-GL-BASE-DEBIT-TOTAL
				MOVE CKP-CUML-GL-BASE-CREDIT TO WS-GL-BASE-CREDIT-TOTAL
		END-READ
		CLOSE CHECKPOINT-FILE
		IF WS-RESTART-COUNT > 0
	MOVE WS-GL-RECORD-COUNT TO CKP-CUML-GL-COUNT.
	MOVE WS-GL-DEBIT-TOTAL TO CKP-CUML-GL-DEBIT-TOTAL.
	MOVE WS-GL-CREDIT-TOTAL TO CKP-CUML-GL-CREDIT-TOTAL.
	MOVE WS-CLEARING-COUNT TO CKP-CUML-CLEARING-COUNT.
	MOVE WS-CLEARING-HASH TO CKP-CUML-CLEARING-HASH.
	MOVE WS-GL-BASE-DEBIT-TOTAL TO CKP-CUML-GL-BASE-DEBIT.
	MOVE WS-GL-BASE-CREDIT-TOTAL TO CKP-CUML-GL-BASE-CREDIT.
	WRITE CHECKPOINT-RECORD.
	CLOSE CHECKPOINT-FILE.

	MOVE ZERO TO CKP-CUML-GL-COUNT.
	MOVE ZERO TO CKP-CUML-GL-DEBIT-TOTAL.
	MOVE ZERO TO CKP-CUML-GL-CREDIT-TOTAL.
	MOVE ZERO TO CKP-CUML-CLEARING-COUNT.
	MOVE ZERO TO CKP-CUML-CLEARING-HASH.
	MOVE ZERO TO CKP-CUML-GL-BASE-DEBIT.
	MOVE ZERO TO CKP-CUML-GL-BASE-CREDIT.
	WRITE CHECKPOINT-RECORD.
	CLOSE CHECKPOINT-FILE.

	END-IF.

*> per-account ceilings come from the limits master (the account's own
*> record), then from the account's product, then from the shop
*> default under key zero; today's debits already posted come from
*> the DAILY-POSTINGS accumulator, which is kept with the history rows
*> and rebuilt from them on a restart, so a restart can't lose the
*> running total
CHECK-DAILY-LIMIT.
	MOVE 'N' TO WS-OVER-LIMIT-FLAG
	MOVE 'N' TO WS-LIMIT-FOUND-FLAG
		MOVE ACCOUNT-NO TO AL-ACCOUNT-NO
		READ ACCOUNT-LIMITS
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET LIMIT-RECORD-FOUND TO TRUE
				MOVE AL-DAILY-WITHDRAWAL-LIMIT TO WS-WITHDRAWAL-CEILING
				MOVE AL-DAILY-TRANSFER-LIMIT TO WS-TRANSFER-CEILING
		END-READ
	END-IF
	IF NOT LIMIT-RECORD-FOUND
		MOVE ZERO TO WS-WITHDRAWAL-CEILING
		MOVE ZERO TO WS-TRANSFER-CEILING
		PERFORM FIND-PRODUCT-LIMITS
		PERFORM FILL-SHOP-DEFAULT-LIMITS
	END-IF
	IF LIMIT-RECORD-FOUND
		PERFORM SUM-TODAY-DEBITS
		IF (TRANSACTION-TYPE = 'W' OR TRANSACTION-TYPE = 'F'
			OR TRANSACTION-TYPE = 'Q')
			AND WS-WITHDRAWAL-CEILING > ZERO
			AND WS-TODAY-DEBIT-TOTAL + AMOUNT
				> WS-WITHDRAWAL-CEILING
			SET OVER-DAILY-LIMIT TO TRUE
		END-IF
		IF (TRANSACTION-TYPE = 'T' OR TRANSACTION-TYPE = 'E')
			AND WS-TRANSFER-CEILING > ZERO
			AND WS-TODAY-DEBIT-TOTAL + AMOUNT
				> WS-TRANSFER-CEILING
			SET OVER-DAILY-LIMIT TO TRUE
		END-IF
	END-IF.

*> a product limit left at zero is taken from the shop default
FIND-PRODUCT-LIMITS.
	IF WS-ACCOUNT-PRODUCT = SPACES OR NOT PRODUCTS-AVAILABLE
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ACCOUNT-PRODUCT TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF PC-DAILY-WITHDRAWAL-LIMIT > ZERO
				OR PC-DAILY-TRANSFER-LIMIT > ZERO
				SET LIMIT-RECORD-FOUND TO TRUE
				MOVE PC-DAILY-WITHDRAWAL-LIMIT TO WS-WITHDRAWAL-CEILING
				MOVE PC-DAILY-TRANSFER-LIMIT TO WS-TRANSFER-CEILING
			END-IF
	END-READ.

FILL-SHOP-DEFAULT-LIMITS.
	IF NOT LIMITS-AVAILABLE
		EXIT PARAGRAPH
	END-IF
	IF WS-WITHDRAWAL-CEILING > ZERO AND WS-TRANSFER-CEILING > ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE ZEROS TO AL-ACCOUNT-NO
	READ ACCOUNT-LIMITS
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			SET LIMIT-RECORD-FOUND TO TRUE
			IF WS-WITHDRAWAL-CEILING = ZERO
				MOVE AL-DAILY-WITHDRAWAL-LIMIT TO WS-WITHDRAWAL-CEILING
			END-IF
			IF WS-TRANSFER-CEILING = ZERO
				MOVE AL-DAILY-TRANSFER-LIMIT TO WS-TRANSFER-CEILING
			END-IF
	END-READ.

*> the control trailer only proves the feed against itself; this is
*> the screen against what already posted. Anything identical on this
*> account - same type, same amount - posted between the transaction
*> date and today is treated as the same item coming around again,
*> which covers both a double-loaded feed and an overlap with
*> yesterday's, at the cost of holding a genuine repeat for review.
*> The accumulator answers from the day fingerprints when it covers
*> the transaction date; a date before its window, or a day whose
*> fingerprint table filled up, is walked in the history as before.
SCREEN-DUPLICATE-POSTING.
	MOVE 'N' TO WS-DUP-FLAG
	MOVE 'Y' TO WS-DAILY-WALK-FLAG
	IF DAILY-POSTINGS-AVAILABLE
		AND TRANSACTION-DATE NOT < WS-DAILY-COVERED-FROM
		PERFORM SCREEN-DAILY-FINGERPRINTS
	END-IF
	IF DAILY-HISTORY-WALK
		MOVE 'N' TO WS-DUP-FLAG
		PERFORM WALK-HISTORY-FOR-DUPLICATE
	END-IF.

SCREEN-DAILY-FINGERPRINTS.
	MOVE 'N' TO WS-DAILY-WALK-FLAG
	MOVE 'N' TO WS-DAILY-EOF
	MOVE ACCOUNT-NO TO DY-ACCOUNT-NO
	MOVE TRANSACTION-DATE TO DY-POST-DATE
	START DAILY-POSTINGS KEY IS GREATER THAN OR EQUAL TO DY-KEY
		INVALID KEY SET DAILY-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL DAILY-SCAN-EOF
		READ DAILY-POSTINGS NEXT RECORD
			AT END SET DAILY-SCAN-EOF TO TRUE
		END-READ
		IF NOT DAILY-SCAN-EOF
			IF DY-ACCOUNT-NO NOT = ACCOUNT-NO
				OR DY-POST-DATE > WS-TODAY-DATE
				SET DAILY-SCAN-EOF TO TRUE
			ELSE
				IF DY-FINGERPRINTS-FULL
					SET DAILY-HISTORY-WALK TO TRUE
					SET DAILY-SCAN-EOF TO TRUE
				ELSE
					PERFORM MATCH-DAILY-FINGERPRINT
					IF POSSIBLE-DUPLICATE
						SET DAILY-SCAN-EOF TO TRUE
					END-IF
				END-IF
			END-IF
		END-IF
	END-PERFORM.

MATCH-DAILY-FINGERPRINT.
	PERFORM VARYING DY-FP-SUB FROM 1 BY 1
		UNTIL DY-FP-SUB > DY-FINGERPRINT-COUNT
			OR POSSIBLE-DUPLICATE
		IF DY-FP-TYPE(DY-FP-SUB) = TRANSACTION-TYPE
			AND DY-FP-AMOUNT(DY-FP-SUB) = AMOUNT
			SET POSSIBLE-DUPLICATE TO TRUE
		END-IF
	END-PERFORM.

WALK-HISTORY-FOR-DUPLICATE.
	MOVE 'N' TO WS-DUP-EOF
	MOVE ACCOUNT-NO TO AH-ACCOUNT-NO
	MOVE TRANSACTION-DATE TO AH-POST-DATE

SUM-TODAY-DEBITS.
	MOVE ZERO TO WS-TODAY-DEBIT-TOTAL
	IF DAILY-POSTINGS-AVAILABLE
		MOVE ACCOUNT-NO TO DY-ACCOUNT-NO
		MOVE WS-TODAY-DATE TO DY-POST-DATE
		READ DAILY-POSTINGS
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE DY-DEBIT-TOTAL TO WS-TODAY-DEBIT-TOTAL
		END-READ
	ELSE
		PERFORM WALK-HISTORY-FOR-DEBITS
	END-IF.

WALK-HISTORY-FOR-DEBITS.
	MOVE 'N' TO WS-SUM-EOF
	MOVE ACCOUNT-NO TO AH-ACCOUNT-NO
	MOVE WS-TODAY-DATE TO AH-POST-DATE
		END-IF
	END-PERFORM.

*> money leaving for another bank: the payee has to be live and
*> registered to the paying account, the debit posts like the debit
*> leg of a transfer, and the payment goes on the clearing file with
*> the history row as its reference
EXTERNAL-TRANSFER-PROCESS.
	MOVE 'N' TO WS-PAYEE-OK-FLAG
	IF PAYEES-AVAILABLE
		MOVE TO-ACCOUNT-NO TO XP-PAYEE-NO
		READ EXTERNAL-PAYEES
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF XP-ACTIVE AND XP-OWNER-ACCOUNT = ACCOUNT-NO
					SET PAYEE-OK TO TRUE
				END-IF
		END-READ
	END-IF
	IF NOT PAYEE-OK
		DISPLAY 'External transfer from account ' ACCOUNT-NO
			' held - payee ' TO-ACCOUNT-NO ' not registered to it'
		MOVE 21 TO WS-SUSPENSE-REASON-CODE
		MOVE 'PAYEE UNKNOWN OR NOT OWN' TO WS-SUSPENSE-REASON-TEXT
		PERFORM WRITE-SUSPENSE-RECORD
		MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
		MOVE 'external transfer payee not valid' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO EXTERNAL-TRANSFER-PROCESS-EXIT
	END-IF
	PERFORM SET-SPENDABLE-BALANCE
	IF AMOUNT > WS-SPENDABLE-BALANCE
		PERFORM ATTEMPT-OVERDRAFT-SWEEP
			THRU ATTEMPT-OVERDRAFT-SWEEP-EXIT
		PERFORM SET-SPENDABLE-BALANCE
	END-IF
	IF AMOUNT > WS-SPENDABLE-BALANCE
		DISPLAY 'External transfer of ' AMOUNT ' from account ' ACCOUNT-NO
			' rejected - would overdraw balance of ' AM-BALANCE
		MOVE 22 TO WS-SUSPENSE-REASON-CODE
		MOVE 'PAYMENT WOULD OVERDRAW BALANCE' TO WS-SUSPENSE-REASON-TEXT
		PERFORM WRITE-SUSPENSE-RECORD
		MOVE ACCOUNT-NO TO EL-TRACKED-RESOURCE
		MOVE 'external transfer rejected - no funds' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO EXTERNAL-TRANSFER-PROCESS-EXIT
	END-IF
	SUBTRACT AMOUNT FROM AM-BALANCE
	REWRITE ACCOUNT-MASTER-RECORD
	MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Sent ' AMOUNT ' from account ' ACCOUNT-NO ' to payee '
		TO-ACCOUNT-NO ' at ' XP-BANK-CODE
	ADD AMOUNT TO WS-WITHDRAWAL-TOTAL
	PERFORM WRITE-REGISTER-LINE
	MOVE ACCOUNT-NO TO WS-HISTORY-ACCOUNT
	MOVE TO-ACCOUNT-NO TO WS-HISTORY-OTHER-ACCOUNT
	MOVE 'D' TO WS-HISTORY-DC
	MOVE AM-BALANCE TO WS-HISTORY-NEW-BALANCE
	PERFORM WRITE-ACCOUNT-HISTORY
	MOVE SPACES TO CLEARING-OUT-RECORD
	MOVE 'D' TO CO-RECORD-TYPE
	MOVE WS-TODAY-DATE TO CO-VALUE-DATE
	MOVE ACCOUNT-NO TO CO-DEBIT-ACCOUNT
	MOVE XP-PAYEE-NO TO CO-PAYEE-NO
	MOVE XP-BANK-CODE TO CO-BANK-CODE
	MOVE XP-BENEFICIARY-ACCOUNT TO CO-BENEFICIARY-ACCOUNT
	MOVE XP-BENEFICIARY-NAME TO CO-BENEFICIARY-NAME
	MOVE AMOUNT TO CO-AMOUNT
	MOVE AH-POST-DATE TO CO-REFERENCE-DATE
	MOVE AH-SEQ-NO TO CO-REFERENCE-SEQ
	MOVE WS-TXN-CURRENCY TO CO-CURRENCY
	WRITE CLEARING-OUT-RECORD
	MOVE 'WRITE CLEARING-OUT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-CLEARING-COUNT
	ADD AMOUNT TO WS-CLEARING-HASH
	PERFORM NOTE-LARGE-TRANSACTION.
	EXTERNAL-TRANSFER-PROCESS-EXIT.
	EXIT.

*> the serial has to sit inside a book issued to the drawer's account
*> that has not been cancelled, must not be on CHEQUES-PAID already,
*> and must not carry an unexpired stop matching its amount
SCREEN-PRESENTED-CHEQUE.
	MOVE ZERO TO WS-CHEQUE-REJECT-CODE
	MOVE SPACES TO WS-CHEQUE-REJECT-TEXT
	MOVE 'N' TO WS-CHEQUE-BOOK-FLAG
	IF CHEQUEBOOKS-AVAILABLE
		MOVE 'N' TO WS-BOOK-EOF
		MOVE ACCOUNT-NO TO CB-ACCOUNT-NO
		MOVE ZERO TO CB-FIRST-SERIAL
		START CHEQUEBOOKS KEY IS GREATER THAN OR EQUAL TO CB-KEY
			INVALID KEY SET BOOK-SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL BOOK-SCAN-EOF
			READ CHEQUEBOOKS NEXT RECORD
				AT END SET BOOK-SCAN-EOF TO TRUE
			END-READ
			IF NOT BOOK-SCAN-EOF
				IF CB-ACCOUNT-NO NOT = ACCOUNT-NO
					OR CB-FIRST-SERIAL > TO-ACCOUNT-NO
					SET BOOK-SCAN-EOF TO TRUE
				ELSE
					IF TO-ACCOUNT-NO NOT > CB-LAST-SERIAL
						IF CB-CANCELLED
							SET CHEQUE-BOOK-CANCELLED TO TRUE
						ELSE
							SET CHEQUE-BOOK-FOUND TO TRUE
						END-IF
						SET BOOK-SCAN-EOF TO TRUE
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-IF
	IF CHEQUE-BOOK-CANCELLED
		MOVE 18 TO WS-CHEQUE-REJECT-CODE
		MOVE 'CHEQUE FROM CANCELLED BOOK' TO WS-CHEQUE-REJECT-TEXT
		GO TO SCREEN-PRESENTED-CHEQUE-EXIT
	END-IF
	IF NOT CHEQUE-BOOK-FOUND
		MOVE 18 TO WS-CHEQUE-REJECT-CODE
		MOVE 'CHEQUE NOT ISSUED TO ACCOUNT' TO WS-CHEQUE-REJECT-TEXT
		GO TO SCREEN-PRESENTED-CHEQUE-EXIT
	END-IF
	MOVE ACCOUNT-NO TO CQ-ACCOUNT-NO
	MOVE TO-ACCOUNT-NO TO CQ-CHEQUE-NO
	READ CHEQUES-PAID
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE 19 TO WS-CHEQUE-REJECT-CODE
			MOVE 'CHEQUE ALREADY PRESENTED' TO WS-CHEQUE-REJECT-TEXT
			GO TO SCREEN-PRESENTED-CHEQUE-EXIT
	END-READ
	IF STOPS-AVAILABLE
		MOVE ACCOUNT-NO TO SP-ACCOUNT-NO
		MOVE TO-ACCOUNT-NO TO SP-CHEQUE-NO
		READ STOP-PAYMENTS
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF (SP-EXPIRY-DATE = ZERO
					OR SP-EXPIRY-DATE >= WS-TODAY-DATE)
					AND (SP-AMOUNT = ZERO OR SP-AMOUNT = AMOUNT)
					MOVE 17 TO WS-CHEQUE-REJECT-CODE
					MOVE 'STOP PAYMENT ON CHEQUE' TO WS-CHEQUE-REJECT-TEXT
				END-IF
		END-READ
	END-IF.
	SCREEN-PRESENTED-CHEQUE-EXIT.
	EXIT.

*> the paid record points back at the history row just written
RECORD-PAID-CHEQUE.
	MOVE ACCOUNT-NO TO CQ-ACCOUNT-NO
	MOVE TO-ACCOUNT-NO TO CQ-CHEQUE-NO
	MOVE AMOUNT TO CQ-AMOUNT
	MOVE WS-TODAY-DATE TO CQ-PAID-DATE
	MOVE AH-POST-DATE TO CQ-HISTORY-DATE
	MOVE AH-SEQ-NO TO CQ-HISTORY-SEQ
	WRITE CHEQUE-PAID-RECORD
	MOVE 'WRITE CHEQUES-PAID' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

*> principal of every deposit on WS-LOCK-ACCOUNT that is still live or
*> waiting to be broken; the deposits of one account sit together
*> under its number
SUM-LOCKED-DEPOSITS.
	MOVE ZERO TO WS-LOCKED-TOTAL
	IF TERM-DEPOSITS-AVAILABLE
		MOVE 'N' TO WS-LOCK-EOF
		MOVE WS-LOCK-ACCOUNT TO TD-ACCOUNT-NO
		MOVE ZERO TO TD-DEPOSIT-SEQ
		START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
			INVALID KEY SET LOCK-SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL LOCK-SCAN-EOF
			READ TERM-DEPOSITS NEXT RECORD
				AT END SET LOCK-SCAN-EOF TO TRUE
			END-READ
			IF NOT LOCK-SCAN-EOF
				IF TD-ACCOUNT-NO NOT = WS-LOCK-ACCOUNT
					SET LOCK-SCAN-EOF TO TRUE
				ELSE
					IF TD-FUNDS-LOCKED
						ADD TD-PRINCIPAL TO WS-LOCKED-TOTAL
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-IF.

*> a posted movement over the shop-wide threshold goes on the review
*> report compliance reads after every audit
NOTE-LARGE-TRANSACTION.
		MOVE WS-HISTORY-NEW-BALANCE TO AH-NEW-BALANCE
		MOVE 'N' TO AH-REVERSED
		MOVE ZERO TO AH-REVERSAL-OF-SEQ
		MOVE WS-HISTORY-FX-RATE TO AH-FX-RATE
		MOVE WS-HISTORY-COUNTER-AMOUNT TO AH-COUNTER-AMOUNT
		WRITE ACCOUNT-HISTORY-RECORD
			INVALID KEY
				CONTINUE
	END-PERFORM
	MOVE 'WRITE ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM NOTE-DAILY-POSTING
*> every posted movement flows through here exactly once per leg, so
*> this is where the trial-balance movement totals accumulate, in the
*> leg's own currency and valued in base at today's rate
	MOVE WS-HISTORY-CURRENCY TO WS-TRIAL-CURRENCY
	PERFORM LOCATE-TRIAL-CURRENCY
	MOVE WS-HISTORY-CURRENCY TO WS-FX-CURRENCY
	PERFORM FIND-FX-RATE
	COMPUTE WS-BASE-AMOUNT ROUNDED = AMOUNT * WS-FX-RATE
	IF WS-HISTORY-DC = 'C'
		ADD AMOUNT TO TC-CREDITS(WS-TRIAL-SUB)
		ADD WS-BASE-AMOUNT TO TC-BASE-CREDITS(WS-TRIAL-SUB)
	ELSE
		ADD AMOUNT TO TC-DEBITS(WS-TRIAL-SUB)
		ADD WS-BASE-AMOUNT TO TC-BASE-DEBITS(WS-TRIAL-SUB)
	END-IF.

*> The accumulator is trusted only from the date on its control
*> record. With no control record, or on a checkpoint restart (the
*> abended run may have written history rows it never got to
*> accumulate), it is emptied and rebuilt from ACCOUNT-HISTORY for the
*> last WS-DAILY-KEEP-DAYS days, control record last. Otherwise days
*> older than that are dropped, the control date moving up first.
PREPARE-DAILY-POSTINGS.
	COMPUTE WS-DAILY-CUTOFF = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-DAILY-KEEP-DAYS)
	MOVE 'N' TO WS-DAILY-REBUILD-FLAG
	MOVE ZERO TO DY-ACCOUNT-NO
	MOVE ZEROS TO DY-POST-DATE
	READ DAILY-POSTINGS
		INVALID KEY
			SET DAILY-REBUILD-NEEDED TO TRUE
		NOT INVALID KEY
			MOVE DYC-COVERED-FROM TO WS-DAILY-COVERED-FROM
	END-READ
	IF WS-RESTART-COUNT > 0
		SET DAILY-REBUILD-NEEDED TO TRUE
	END-IF
	IF DAILY-REBUILD-NEEDED
		PERFORM REBUILD-DAILY-POSTINGS
		GO TO PREPARE-DAILY-POSTINGS-EXIT
	END-IF
	IF WS-DAILY-COVERED-FROM < WS-DAILY-CUTOFF
		MOVE WS-DAILY-CUTOFF TO DYC-COVERED-FROM
		REWRITE DAILY-POSTINGS-CONTROL
		MOVE 'REWRITE DAILY-POSTINGS' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		MOVE WS-DAILY-CUTOFF TO WS-DAILY-COVERED-FROM
	END-IF
	MOVE 'N' TO WS-DAILY-EOF
	MOVE ZERO TO DY-ACCOUNT-NO
	MOVE ZEROS TO DY-POST-DATE
	START DAILY-POSTINGS KEY IS GREATER THAN DY-KEY
		INVALID KEY SET DAILY-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL DAILY-SCAN-EOF
		READ DAILY-POSTINGS NEXT RECORD
			AT END SET DAILY-SCAN-EOF TO TRUE
		END-READ
		IF NOT DAILY-SCAN-EOF
			IF DY-POST-DATE < WS-DAILY-COVERED-FROM
				DELETE DAILY-POSTINGS RECORD
				MOVE 'DELETE DAILY-POSTINGS' TO FS-LAST-OPERATION
				PERFORM CHECK-FILE-STATUS
				ADD 1 TO WS-DAILY-PURGED
			END-IF
		END-IF
	END-PERFORM
	IF WS-DAILY-PURGED > ZERO
		DISPLAY WS-DAILY-PURGED ' expired day(s) dropped from '
			'DAILY-POSTINGS'
	END-IF.
	PREPARE-DAILY-POSTINGS-EXIT.
	EXIT.

REBUILD-DAILY-POSTINGS.
	CLOSE DAILY-POSTINGS
	OPEN OUTPUT DAILY-POSTINGS
	CLOSE DAILY-POSTINGS
	OPEN I-O DAILY-POSTINGS
	MOVE 'OPEN DAILY-POSTINGS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'N' TO WS-DAILY-EOF
	MOVE LOW-VALUES TO AH-KEY
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET DAILY-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL DAILY-SCAN-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET DAILY-SCAN-EOF TO TRUE
		END-READ
		IF NOT DAILY-SCAN-EOF
			IF AH-POST-DATE NOT < WS-DAILY-CUTOFF
				PERFORM NOTE-DAILY-POSTING
				ADD 1 TO WS-DAILY-REBUILT-ROWS
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO DAILY-POSTINGS-CONTROL
	MOVE ZERO TO DY-ACCOUNT-NO
	MOVE ZEROS TO DY-POST-DATE
	MOVE WS-DAILY-CUTOFF TO DYC-COVERED-FROM
	MOVE WS-TODAY-DATE TO DYC-BUILT-DATE
	WRITE DAILY-POSTINGS-CONTROL
	MOVE 'WRITE DAILY-POSTINGS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE WS-DAILY-CUTOFF TO WS-DAILY-COVERED-FROM
	DISPLAY 'DAILY-POSTINGS rebuilt from ' WS-DAILY-REBUILT-ROWS
		' history row(s) since ' WS-DAILY-CUTOFF.

TOTAL-ACCOUNT-BALANCES.
	PERFORM VARYING WS-TRIAL-SUB FROM 1 BY 1
			UNTIL WS-TRIAL-SUB > WS-TRIAL-CCY-COUNT
		MOVE ZERO TO TC-SCAN(WS-TRIAL-SUB)
	END-PERFORM
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
	START ACCOUNT-MASTER KEY IS GREATER THAN OR EQUAL TO AM-ACCOUNT-NO
	PERFORM UNTIL MASTER-SCAN-EOF
		READ ACCOUNT-MASTER NEXT RECORD
			AT END SET MASTER-SCAN-EOF TO TRUE
			NOT AT END
				MOVE AM-CURRENCY-CODE TO WS-TRIAL-CURRENCY
				PERFORM LOCATE-TRIAL-CURRENCY
				ADD AM-BALANCE TO TC-SCAN(WS-TRIAL-SUB)
		END-READ
	END-PERFORM.

*> finds (or opens) the trial-balance row for WS-TRIAL-CURRENCY; a
*> currency that will not fit cannot be proved, so the run fails
LOCATE-TRIAL-CURRENCY.
	MOVE ZERO TO WS-TRIAL-SUB
	PERFORM VARYING WS-TRIAL-IX FROM 1 BY 1
			UNTIL WS-TRIAL-IX > WS-TRIAL-CCY-COUNT
		IF TC-CURRENCY(WS-TRIAL-IX) = WS-TRIAL-CURRENCY
			MOVE WS-TRIAL-IX TO WS-TRIAL-SUB
		END-IF
	END-PERFORM
	IF WS-TRIAL-SUB = ZERO
		IF WS-TRIAL-CCY-COUNT < 20
			ADD 1 TO WS-TRIAL-CCY-COUNT
			MOVE WS-TRIAL-CCY-COUNT TO WS-TRIAL-SUB
			MOVE WS-TRIAL-CURRENCY TO TC-CURRENCY(WS-TRIAL-SUB)
			MOVE ZERO TO TC-OPENING(WS-TRIAL-SUB)
			MOVE ZERO TO TC-CREDITS(WS-TRIAL-SUB)
			MOVE ZERO TO TC-DEBITS(WS-TRIAL-SUB)
			MOVE ZERO TO TC-BASE-CREDITS(WS-TRIAL-SUB)
			MOVE ZERO TO TC-BASE-DEBITS(WS-TRIAL-SUB)
			MOVE ZERO TO TC-SCAN(WS-TRIAL-SUB)
		ELSE
			DISPLAY 'Trial balance currency table full - '
				WS-TRIAL-CURRENCY ' cannot be proved'
			SET TRIAL-OUT-OF-BALANCE TO TRUE
			MOVE 20 TO WS-TRIAL-SUB
		END-IF
	END-IF.

*> the rate in force today is the latest one dated on or before it;
*> the file is keyed currency then date, so a forward pass leaves the
*> right one in the table
LOAD-FX-RATES.
	OPEN INPUT FX-RATES
	IF NOT FX-OK
		CLOSE FX-RATES
		DISPLAY 'No FX-RATES.DAT - only base-currency accounts will post'
	ELSE
		PERFORM UNTIL FX-RATES-EOF
			READ FX-RATES NEXT RECORD
				AT END SET FX-RATES-EOF TO TRUE
			END-READ
			IF NOT FX-RATES-EOF AND FX-RATE-DATE NOT > WS-TODAY-DATE
				PERFORM STORE-FX-RATE
			END-IF
		END-PERFORM
		CLOSE FX-RATES
		DISPLAY WS-FX-COUNT ' exchange rate(s) loaded'
	END-IF.

STORE-FX-RATE.
	MOVE ZERO TO WS-FX-SUB
	PERFORM VARYING WS-TRIAL-IX FROM 1 BY 1
			UNTIL WS-TRIAL-IX > WS-FX-COUNT
		IF WS-FX-TABLE-CURRENCY(WS-TRIAL-IX) = FX-CURRENCY-CODE
			MOVE WS-TRIAL-IX TO WS-FX-SUB
		END-IF
	END-PERFORM
	IF WS-FX-SUB = ZERO
		IF WS-FX-COUNT < 20
			ADD 1 TO WS-FX-COUNT
			MOVE WS-FX-COUNT TO WS-FX-SUB
			MOVE FX-CURRENCY-CODE TO WS-FX-TABLE-CURRENCY(WS-FX-SUB)
		ELSE
			DISPLAY 'FX rate table full, discarding currency '
				FX-CURRENCY-CODE
		END-IF
	END-IF
	IF WS-FX-SUB NOT = ZERO
		MOVE FX-RATE TO WS-FX-TABLE-RATE(WS-FX-SUB)
	END-IF.

*> the base currency (blank) is always at one
FIND-FX-RATE.
	MOVE 'N' TO WS-FX-FOUND-FLAG
	MOVE ZERO TO WS-FX-RATE
	IF WS-FX-CURRENCY = SPACES
		MOVE 1 TO WS-FX-RATE
		SET FX-RATE-FOUND TO TRUE
	ELSE
		PERFORM VARYING WS-FX-SUB FROM 1 BY 1
				UNTIL WS-FX-SUB > WS-FX-COUNT
			IF WS-FX-TABLE-CURRENCY(WS-FX-SUB) = WS-FX-CURRENCY
				MOVE WS-FX-TABLE-RATE(WS-FX-SUB) TO WS-FX-RATE
				SET FX-RATE-FOUND TO TRUE
			END-IF
		END-PERFORM
	END-IF.

*> units credited = units debited x (debit rate / credit rate), both
*> rates being base-currency units per unit
CONVERT-TRANSFER-AMOUNT.
	MOVE AM-CURRENCY-CODE TO WS-TO-CURRENCY
	MOVE AM-CURRENCY-CODE TO WS-FX-CURRENCY
	PERFORM FIND-FX-RATE
	IF FX-RATE-FOUND
		SET FX-CONVERTED TO TRUE
		COMPUTE WS-FX-CREDIT-AMOUNT ROUNDED =
			AMOUNT * WS-TXN-RATE / WS-FX-RATE
		COMPUTE WS-FX-CROSS-RATE ROUNDED = WS-TXN-RATE / WS-FX-RATE
	END-IF.

*> per currency, opening total + credits - debits must equal the
*> closing total in that currency's own units; if it doesn't,
*> something other than this run's postings moved the master (or a
*> REWRITE half-failed) and the run fails hard. The base-currency
*> lines value the day's movements and the closing position at
*> today's rate for Finance's revaluation.
WRITE-TRIAL-BALANCE.
	PERFORM TOTAL-ACCOUNT-BALANCES
	MOVE ZERO TO WS-BASE-POSITION-TOTAL
	OPEN OUTPUT TRIAL-BALANCE-REPORT
	MOVE 'OPEN TRIAL-BALANCE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'DAILY TRIAL BALANCE' TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	PERFORM VARYING WS-TRIAL-SUB FROM 1 BY 1
			UNTIL WS-TRIAL-SUB > WS-TRIAL-CCY-COUNT
		PERFORM WRITE-TRIAL-CURRENCY
	END-PERFORM
	MOVE SPACES TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'BASE VALUE ALL POSITIONS' TO TB-LABEL
	MOVE WS-BASE-POSITION-TOTAL TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	IF NOT TRIAL-OUT-OF-BALANCE
		MOVE 'RUN IS IN BALANCE' TO TRIAL-BALANCE-LINE
		WRITE TRIAL-BALANCE-LINE
		DISPLAY 'Trial balance proved - run is in balance'
	ELSE
		MOVE '*** RUN IS OUT OF BALANCE ***' TO TRIAL-BALANCE-LINE
		WRITE TRIAL-BALANCE-LINE
		DISPLAY '*** TRIAL BALANCE OUT OF BALANCE ***'
		MOVE 16 TO RETURN-CODE
	END-IF
	CLOSE TRIAL-BALANCE-REPORT.

WRITE-TRIAL-CURRENCY.
	COMPUTE WS-EXPECTED-CLOSING = TC-OPENING(WS-TRIAL-SUB)
		+ TC-CREDITS(WS-TRIAL-SUB) - TC-DEBITS(WS-TRIAL-SUB)
	MOVE TC-SCAN(WS-TRIAL-SUB) TO WS-CLOSING-MASTER-TOTAL
	MOVE TC-CURRENCY(WS-TRIAL-SUB) TO WS-FX-CURRENCY
	PERFORM FIND-FX-RATE
	COMPUTE WS-BASE-CLOSING ROUNDED = WS-CLOSING-MASTER-TOTAL * WS-FX-RATE
	ADD WS-BASE-CLOSING TO WS-BASE-POSITION-TOTAL
	MOVE SPACES TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	IF TC-CURRENCY(WS-TRIAL-SUB) = SPACES
		MOVE 'BASE' TO TH-CURRENCY
	ELSE
		MOVE TC-CURRENCY(WS-TRIAL-SUB) TO TH-CURRENCY
	END-IF
	MOVE WS-FX-RATE TO TH-RATE
	MOVE WS-TRIAL-HEAD-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'OPENING BALANCE TOTAL' TO TB-LABEL
	MOVE TC-OPENING(WS-TRIAL-SUB) TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'TOTAL CREDITS POSTED' TO TB-LABEL
	MOVE TC-CREDITS(WS-TRIAL-SUB) TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'TOTAL DEBITS POSTED' TO TB-LABEL
	MOVE TC-DEBITS(WS-TRIAL-SUB) TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'EXPECTED CLOSING TOTAL' TO TB-LABEL
	MOVE WS-CLOSING-MASTER-TOTAL TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'BASE VALUE OF CREDITS' TO TB-LABEL
	MOVE TC-BASE-CREDITS(WS-TRIAL-SUB) TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'BASE VALUE OF DEBITS' TO TB-LABEL
	MOVE TC-BASE-DEBITS(WS-TRIAL-SUB) TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	MOVE 'BASE VALUE OF CLOSING' TO TB-LABEL
	MOVE WS-BASE-CLOSING TO TB-AMOUNT
	MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-LINE
	WRITE TRIAL-BALANCE-LINE
	IF WS-EXPECTED-CLOSING NOT = WS-CLOSING-MASTER-TOTAL
		SET TRIAL-OUT-OF-BALANCE TO TRUE
		MOVE '*** CURRENCY OUT OF BALANCE ***' TO TRIAL-BALANCE-LINE
		WRITE TRIAL-BALANCE-LINE
		DISPLAY '*** ' TH-CURRENCY ' OUT OF BALANCE - EXPECTED '
			WS-EXPECTED-CLOSING ' - ACTUAL ' WS-CLOSING-MASTER-TOTAL
	END-IF.

WRITE-SUSPENSE-RECORD.
	MOVE ACCOUNT-NO TO SU-ACCOUNT-NO
		WHEN 'F' MOVE 'FEE' TO RD-TYPE
		WHEN 'I' MOVE 'INTEREST' TO RD-TYPE
		WHEN 'O' MOVE 'DEBIT INT' TO RD-TYPE
		WHEN 'L' MOVE 'LOAN REPAY' TO RD-TYPE
		WHEN 'Q' MOVE 'CHEQUE' TO RD-TYPE
		WHEN 'E' MOVE 'PAYMENT OUT' TO RD-TYPE
		WHEN 'N' MOVE 'CLEARING IN' TO RD-TYPE
	END-EVALUATE
	MOVE AMOUNT TO RD-AMOUNT
	IF SWEEP-USED
		AT END SET GL-MAP-EOF TO TRUE
	END-READ
	PERFORM UNTIL GL-MAP-EOF
		IF WS-GL-MAP-COUNT < 20
			ADD 1 TO WS-GL-MAP-COUNT
			MOVE GM-TRANSACTION-TYPE
				TO MAP-TRANSACTION-TYPE(WS-GL-MAP-COUNT)
			MOVE 'no GL mapping for transaction type' TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
		WHEN MAP-TRANSACTION-TYPE(GM-INDEX) = TRANSACTION-TYPE
			COMPUTE WS-BASE-AMOUNT ROUNDED = AMOUNT * WS-TXN-RATE
			MOVE SPACES TO GL-JOURNAL-RECORD
			MOVE 'D' TO GJ-RECORD-TYPE
			MOVE WS-TODAY-DATE TO GJ-DATE
			MOVE 'D' TO GJ-DR-CR
			MOVE AMOUNT TO GJ-AMOUNT
			MOVE TRANSACTION-TYPE TO GJ-SOURCE-TYPE
			MOVE WS-TXN-CURRENCY TO GJ-CURRENCY
			MOVE WS-BASE-AMOUNT TO GJ-BASE-AMOUNT
			WRITE GL-JOURNAL-RECORD
			MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-GL-RECORD-COUNT
			ADD AMOUNT TO WS-GL-DEBIT-TOTAL
			ADD WS-BASE-AMOUNT TO WS-GL-BASE-DEBIT-TOTAL
			MOVE SPACES TO GL-JOURNAL-RECORD
			MOVE 'D' TO GJ-RECORD-TYPE
			MOVE WS-TODAY-DATE TO GJ-DATE
			MOVE MAP-CREDIT-GL-ACCOUNT(GM-INDEX) TO GJ-GL-ACCOUNT
			MOVE 'C' TO GJ-DR-CR
			MOVE TRANSACTION-TYPE TO GJ-SOURCE-TYPE
			MOVE WS-BASE-AMOUNT TO GJ-BASE-AMOUNT
*> a converted transfer's credit leg is in the to-account's currency;
*> the base amount is the same on both lines, so the pair balances
			IF FX-CONVERTED
				MOVE WS-FX-CREDIT-AMOUNT TO GJ-AMOUNT
				MOVE WS-TO-CURRENCY TO GJ-CURRENCY
				ADD WS-FX-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
			ELSE
				MOVE AMOUNT TO GJ-AMOUNT
				MOVE WS-TXN-CURRENCY TO GJ-CURRENCY
				ADD AMOUNT TO WS-GL-CREDIT-TOTAL
			END-IF
			WRITE GL-JOURNAL-RECORD
			MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-GL-RECORD-COUNT
			ADD WS-BASE-AMOUNT TO WS-GL-BASE-CREDIT-TOTAL
	END-SEARCH.

WRITE-GL-JOURNAL-TRAILER.
	PERFORM WRITE-GL-JOURNAL-TRAILER-IMAGE
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

*> GL-JOURNAL.DAT holds every batch GL-POST has not posted yet, this
*> run's among them, so a fresh start appends rather than starting the
*> file over. Only this run's own batches are taken out first: one
*> dated today (the run is being repeated) or one without a trailer
*> (an earlier attempt that stopped before its first checkpoint).
REMOVE-OWN-JOURNAL-BATCHES.
	PERFORM FIND-OWN-JOURNAL-BATCHES
	IF WS-JOURNAL-DROP-COUNT = ZERO
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT GL-JOURNAL
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT GL-JOURNAL-WORK
	MOVE 'OPEN GL-JOURNAL-WORK' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE ZERO TO WS-JOURNAL-BATCH-NO
	MOVE ZERO TO WS-JOURNAL-DROPPED-LINES
	MOVE 'N' TO WS-JOURNAL-DROP-HIT-FLAG
	MOVE 'N' TO WS-JOURNAL-EOF-FLAG
	READ GL-JOURNAL
		AT END SET JOURNAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL JOURNAL-EOF
		IF GJ-RECORD-TYPE = 'H'
			ADD 1 TO WS-JOURNAL-BATCH-NO
			MOVE 'N' TO WS-JOURNAL-DROP-HIT-FLAG
			PERFORM VARYING WS-JOURNAL-DROP-SUB FROM 1 BY 1
					UNTIL WS-JOURNAL-DROP-SUB > WS-JOURNAL-DROP-COUNT
				IF WS-JOURNAL-DROP-BATCH(WS-JOURNAL-DROP-SUB)
						= WS-JOURNAL-BATCH-NO
					SET JOURNAL-BATCH-DROPPED TO TRUE
				END-IF
			END-PERFORM
		END-IF
		IF JOURNAL-BATCH-DROPPED
			ADD 1 TO WS-JOURNAL-DROPPED-LINES
		ELSE
			WRITE GL-JOURNAL-WORK-RECORD FROM GL-JOURNAL-RECORD
			MOVE 'WRITE GL-JOURNAL-WORK' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
		END-IF
		READ GL-JOURNAL
			AT END SET JOURNAL-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-JOURNAL
	CLOSE GL-JOURNAL-WORK
	PERFORM COPY-JOURNAL-WORK-BACK
	DISPLAY 'GL-JOURNAL.DAT: ' WS-JOURNAL-DROP-COUNT
		' earlier batch(es) of this run removed, '
		WS-JOURNAL-DROPPED-LINES ' record(s)'.

*> GL-JOURNAL.TMP, as rewritten, becomes the journal
COPY-JOURNAL-WORK-BACK.
	OPEN INPUT GL-JOURNAL-WORK
	MOVE 'OPEN GL-JOURNAL-WORK' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT GL-JOURNAL
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'N' TO WS-JOURNAL-EOF-FLAG
	READ GL-JOURNAL-WORK
		AT END SET JOURNAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL JOURNAL-EOF
		WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-WORK-RECORD
		MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		READ GL-JOURNAL-WORK
			AT END SET JOURNAL-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-JOURNAL-WORK
	CLOSE GL-JOURNAL.

*> A checkpoint restart carries on where the last checkpoint left off,
*> but the interrupted attempt's batch was never closed: it may hold
*> lines for records past the checkpoint (they are posted again now)
*> and other streams may have appended their own batches behind it.
*> That batch is cut back to the lines the checkpoint counted and
*> closed with the checkpoint's totals where it stands; the restarted
*> run journals under a header of its own, its trailer covering only
*> what it writes.
CLOSE-INTERRUPTED-JOURNAL-BATCH.
	PERFORM FIND-INTERRUPTED-JOURNAL-BATCH
	IF WS-JOURNAL-OPEN-BATCH = ZERO
		DISPLAY 'GL-JOURNAL.DAT: no unfinished batch of this run '
			'to close before restarting'
	ELSE
		PERFORM CUT-INTERRUPTED-JOURNAL-BATCH
	END-IF
	MOVE ZERO TO WS-GL-RECORD-COUNT
	MOVE ZERO TO WS-GL-DEBIT-TOTAL
	MOVE ZERO TO WS-GL-CREDIT-TOTAL
	MOVE ZERO TO WS-GL-BASE-DEBIT-TOTAL
	MOVE ZERO TO WS-GL-BASE-CREDIT-TOTAL.

*> the last batch of this run's own still without a trailer
FIND-INTERRUPTED-JOURNAL-BATCH.
	MOVE ZERO TO WS-JOURNAL-BATCH-NO
	MOVE ZERO TO WS-JOURNAL-OPEN-BATCH
	MOVE 'N' TO WS-JOURNAL-OWN-FLAG
	MOVE 'N' TO WS-JOURNAL-EOF-FLAG
	OPEN INPUT GL-JOURNAL
	IF FS-STATUS-CODE NOT = ZERO
		CLOSE GL-JOURNAL
		EXIT PARAGRAPH
	END-IF
	READ GL-JOURNAL
		AT END SET JOURNAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL JOURNAL-EOF
		EVALUATE GJ-RECORD-TYPE
			WHEN 'H'
				ADD 1 TO WS-JOURNAL-BATCH-NO
				MOVE 'N' TO WS-JOURNAL-OWN-FLAG
				IF GJH-BATCH-SOURCE = WS-JOURNAL-BATCH-SOURCE
					SET JOURNAL-BATCH-OWN TO TRUE
					MOVE WS-JOURNAL-BATCH-NO TO WS-JOURNAL-OPEN-BATCH
				END-IF
			WHEN 'T'
				IF JOURNAL-BATCH-OWN
					MOVE ZERO TO WS-JOURNAL-OPEN-BATCH
				END-IF
				MOVE 'N' TO WS-JOURNAL-OWN-FLAG
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		READ GL-JOURNAL
			AT END SET JOURNAL-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-JOURNAL.

CUT-INTERRUPTED-JOURNAL-BATCH.
	OPEN INPUT GL-JOURNAL
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT GL-JOURNAL-WORK
	MOVE 'OPEN GL-JOURNAL-WORK' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE ZERO TO WS-JOURNAL-BATCH-NO
	MOVE ZERO TO WS-JOURNAL-KEPT-LINES
	MOVE ZERO TO WS-JOURNAL-DROPPED-LINES
	MOVE 'N' TO WS-JOURNAL-IN-OPEN-FLAG
	MOVE 'N' TO WS-JOURNAL-EOF-FLAG
	READ GL-JOURNAL
		AT END SET JOURNAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL JOURNAL-EOF
		IF GJ-RECORD-TYPE = 'H'
			IF IN-INTERRUPTED-BATCH
				PERFORM WRITE-INTERRUPTED-TRAILER
				MOVE 'N' TO WS-JOURNAL-IN-OPEN-FLAG
			END-IF
			ADD 1 TO WS-JOURNAL-BATCH-NO
			IF WS-JOURNAL-BATCH-NO = WS-JOURNAL-OPEN-BATCH
				SET IN-INTERRUPTED-BATCH TO TRUE
			END-IF
		END-IF
		IF IN-INTERRUPTED-BATCH AND GJ-RECORD-TYPE = 'D'
			IF WS-JOURNAL-KEPT-LINES < WS-GL-RECORD-COUNT
				ADD 1 TO WS-JOURNAL-KEPT-LINES
				WRITE GL-JOURNAL-WORK-RECORD FROM GL-JOURNAL-RECORD
			ELSE
				ADD 1 TO WS-JOURNAL-DROPPED-LINES
			END-IF
		ELSE
			WRITE GL-JOURNAL-WORK-RECORD FROM GL-JOURNAL-RECORD
		END-IF
		MOVE 'WRITE GL-JOURNAL-WORK' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		READ GL-JOURNAL
			AT END SET JOURNAL-EOF TO TRUE
		END-READ
	END-PERFORM
	IF IN-INTERRUPTED-BATCH
		PERFORM WRITE-INTERRUPTED-TRAILER
	END-IF
	CLOSE GL-JOURNAL
	CLOSE GL-JOURNAL-WORK
	PERFORM COPY-JOURNAL-WORK-BACK
	DISPLAY 'GL-JOURNAL.DAT: interrupted batch closed at '
		WS-JOURNAL-KEPT-LINES ' line(s), '
		WS-JOURNAL-DROPPED-LINES ' line(s) past the checkpoint removed'.

*> the checkpoint's totals close the interrupted batch; the record just
*> read (the next batch's header) is put back afterwards
WRITE-INTERRUPTED-TRAILER.
	MOVE GL-JOURNAL-RECORD TO WS-JOURNAL-HOLD-RECORD
	PERFORM WRITE-GL-JOURNAL-TRAILER-IMAGE
	WRITE GL-JOURNAL-WORK-RECORD FROM GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL-WORK' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE WS-JOURNAL-HOLD-RECORD TO GL-JOURNAL-RECORD.

*> first pass: number the batches by their 'H' headers and note which
*> of this run's own are to go
FIND-OWN-JOURNAL-BATCHES.
	MOVE ZERO TO WS-JOURNAL-BATCH-NO
	MOVE ZERO TO WS-JOURNAL-DROP-COUNT
	MOVE 'N' TO WS-JOURNAL-OWN-FLAG
	MOVE 'N' TO WS-JOURNAL-EOF-FLAG
	OPEN INPUT GL-JOURNAL
	IF FS-STATUS-CODE NOT = ZERO
		CLOSE GL-JOURNAL
		EXIT PARAGRAPH
	END-IF
	READ GL-JOURNAL
		AT END SET JOURNAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL JOURNAL-EOF
		EVALUATE GJ-RECORD-TYPE
			WHEN 'H'
				IF JOURNAL-BATCH-OWN
					PERFORM NOTE-OWN-JOURNAL-BATCH
				END-IF
				ADD 1 TO WS-JOURNAL-BATCH-NO
				IF GJH-BATCH-SOURCE = WS-JOURNAL-BATCH-SOURCE
					SET JOURNAL-BATCH-OWN TO TRUE
					MOVE GJH-DATE TO WS-JOURNAL-OWN-DATE
				END-IF
			WHEN 'T'
				IF JOURNAL-BATCH-OWN
						AND WS-JOURNAL-OWN-DATE = WS-TODAY-DATE
					PERFORM NOTE-OWN-JOURNAL-BATCH
				END-IF
				MOVE 'N' TO WS-JOURNAL-OWN-FLAG
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		READ GL-JOURNAL
			AT END SET JOURNAL-EOF TO TRUE
		END-READ
	END-PERFORM
	IF JOURNAL-BATCH-OWN
		PERFORM NOTE-OWN-JOURNAL-BATCH
	END-IF
	CLOSE GL-JOURNAL.

NOTE-OWN-JOURNAL-BATCH.
	IF WS-JOURNAL-DROP-COUNT < 20
		ADD 1 TO WS-JOURNAL-DROP-COUNT
		MOVE WS-JOURNAL-BATCH-NO
			TO WS-JOURNAL-DROP-BATCH(WS-JOURNAL-DROP-COUNT)
	ELSE
		DISPLAY 'GL-JOURNAL.DAT batch ' WS-JOURNAL-BATCH-NO
			' of this run left in place - removal table full'
	END-IF
	MOVE 'N' TO WS-JOURNAL-OWN-FLAG.

WRITE-GL-JOURNAL-TRAILER-IMAGE.
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'T' TO GJT-RECORD-TYPE
	MOVE WS-GL-RECORD-COUNT TO GJT-RECORD-COUNT
	MOVE WS-GL-DEBIT-TOTAL TO GJT-DEBIT-TOTAL
	MOVE WS-GL-CREDIT-TOTAL TO GJT-CREDIT-TOTAL
	MOVE WS-GL-BASE-DEBIT-TOTAL TO GJT-BASE-DEBIT-TOTAL
	MOVE WS-GL-BASE-CREDIT-TOTAL TO GJT-BASE-CREDIT-TOTAL.

WRITE-REGISTER-TOTALS.
	MOVE SPACES TO REGISTER-LINE

COPY HANDOFF-WRITE.

COPY DAILY-POSTINGS-UPDATE.

COPY BUSINESS-DAY-CHECK.

COPY PARAM-FETCH.
