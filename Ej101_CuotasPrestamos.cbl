*> Purpose: Nightly loan installment presentation and delinquency report
*>
*> Runs ahead of STANDING-ORDER-GEN. For every active loan on
*> LOAN-MASTER.DAT it first settles the installment it presented on
*> an earlier night: if BANK-TRANSACTION posted it (a type 'L' debit
*> on the repayment account carrying the loan number, found on
*> ACCOUNT-HISTORY from the presentation date onwards and not
*> reversed) each presented schedule row is marked paid, the payment
*> is split into interest on the running principal balance and the
*> principal it repays, and the balance comes down; if it did not
*> post (overdraw, block, anything that sent it to suspense) the rows
*> are marked missed. It then presents what is due today - the next
*> scheduled installment plus any missed arrears, as one combined
*> debit so the posting run's duplicate screen never sees two equal
*> items - to LOAN-INSTALLMENTS.DAT in transaction-feed layout with
*> its own control trailer, which STANDING-ORDER-GEN folds into the
*> night's combined feed. A missed installment is retried every night
*> until it pays. LOAN-DELINQUENCY.RPT lists every missed installment
*> with its days past due.
*>
*> Mod history:
*> 24.09.16 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-INSTALLMENTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY LOAN-MASTER-SELECT.
	COPY LOAN-SCHEDULE-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	SELECT LOAN-FEED ASSIGN TO 'LOAN-INSTALLMENTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT DELINQUENCY-REPORT ASSIGN TO 'LOAN-DELINQUENCY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
COPY LOAN-MASTER-FD.

COPY LOAN-SCHEDULE-FD.

COPY ACCOUNT-HISTORY-FD.

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

FD DELINQUENCY-REPORT.
01 DELINQUENCY-LINE PIC X(80).

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-LN-EOF PIC X VALUE 'N'.
	88 LOANS-EOF VALUE 'Y'.
01 WS-LS-EOF PIC X VALUE 'N'.
	88 SCHEDULE-EOF VALUE 'Y'.
01 WS-AH-EOF PIC X VALUE 'N'.
	88 HISTORY-SCAN-EOF VALUE 'Y'.
01 WS-HISTORY-AVAILABLE-FLAG PIC X VALUE 'Y'.
	88 HISTORY-AVAILABLE VALUE 'Y'.
01 WS-POSTED-FLAG PIC X.
	88 PRESENTATION-POSTED VALUE 'Y'.
COPY LOAN-MASTER-STATUS.
COPY LOAN-SCHEDULE-STATUS.
01 WS-MONTHLY-RATE PIC 9V9(9).
01 WS-ROW-INTEREST PIC 9(7)V99.
01 WS-ROW-PRINCIPAL PIC 9(9)V99.
01 WS-PRESENT-AMOUNT PIC 9(7)V99.
01 WS-PRESENT-ROWS PIC 9(3).
01 WS-DAYS-PAST-DUE PIC 9(5).
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-LOANS-READ PIC 9(7) VALUE ZERO.
01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
01 WS-MISSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PAID-OFF-COUNT PIC 9(5) VALUE ZERO.
01 WS-ARREARS-ROWS PIC 9(5) VALUE ZERO.
01 WS-ARREARS-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-LOAN-IN-ARREARS-FLAG PIC X.
	88 LOAN-IN-ARREARS VALUE 'Y'.
01 WS-DELINQUENT-LOANS PIC 9(5) VALUE ZERO.
01 WS-DELINQUENCY-HEADING.
	05 FILLER PIC X(8) VALUE 'LOAN    '.
	05 FILLER PIC X(12) VALUE 'ACCOUNT     '.
	05 FILLER PIC X(5) VALUE 'INST '.
	05 FILLER PIC X(10) VALUE 'DUE DATE  '.
	05 FILLER PIC X(13) VALUE '       AMOUNT'.
	05 FILLER PIC X(15) VALUE '  DAYS PAST DUE'.
01 WS-DELINQUENCY-DETAIL.
	05 DD-LOAN-NO PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DD-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DD-INSTALLMENT-NO PIC ZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DD-DUE-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DD-AMOUNT PIC ZZZ,ZZ9.99.
	05 FILLER PIC X(7) VALUE SPACES.
	05 DD-DAYS-PAST-DUE PIC ZZ,ZZ9.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'LOAN-INSTALLMENTS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN I-O LOAN-MASTER.
	IF NOT LN-OK
		CLOSE LOAN-MASTER
		OPEN OUTPUT LOAN-MASTER
		CLOSE LOAN-MASTER
		OPEN I-O LOAN-MASTER
	END-IF
	OPEN I-O LOAN-SCHEDULE.
	IF NOT LS-OK
		CLOSE LOAN-SCHEDULE
		OPEN OUTPUT LOAN-SCHEDULE
		CLOSE LOAN-SCHEDULE
		OPEN I-O LOAN-SCHEDULE
	END-IF
*> without the posting history a presentation can be neither confirmed
*> nor written off, so loans waiting on one are simply left until the
*> history is back
	OPEN INPUT ACCOUNT-HISTORY.
	IF NOT FS-STATUS-OK
		CLOSE ACCOUNT-HISTORY
		MOVE 'N' TO WS-HISTORY-AVAILABLE-FLAG
		DISPLAY 'ACCOUNT-HISTORY.DAT not available - '
			'presented installments left unconfirmed'
	END-IF
	OPEN OUTPUT LOAN-FEED.
	MOVE 'OPEN LOAN-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT DELINQUENCY-REPORT.
	MOVE 'OPEN DELINQUENCY-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO DELINQUENCY-LINE
	STRING 'LOAN DELINQUENCY REPORT - ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO DELINQUENCY-LINE
	WRITE DELINQUENCY-LINE
	MOVE WS-DELINQUENCY-HEADING TO DELINQUENCY-LINE
	WRITE DELINQUENCY-LINE
	MOVE LOW-VALUES TO LN-LOAN-NO
	START LOAN-MASTER KEY IS GREATER THAN OR EQUAL TO LN-LOAN-NO
		INVALID KEY SET LOANS-EOF TO TRUE
	END-START
	PERFORM UNTIL LOANS-EOF
		READ LOAN-MASTER NEXT RECORD
			AT END SET LOANS-EOF TO TRUE
		END-READ
		IF NOT LOANS-EOF
			ADD 1 TO WS-LOANS-READ
			IF LN-ACTIVE
				PERFORM SERVICE-ONE-LOAN THRU SERVICE-ONE-LOAN-EXIT
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO LOAN-FEED-RECORD
	MOVE WS-FEED-COUNT TO LIT-RECORD-COUNT
	MOVE 'C' TO LIT-TYPE
	MOVE WS-FEED-HASH TO LIT-HASH-TOTAL
	WRITE LOAN-FEED-RECORD
	MOVE 'WRITE LOAN-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO DELINQUENCY-LINE
	WRITE DELINQUENCY-LINE
	MOVE SPACES TO DELINQUENCY-LINE
	STRING 'LOANS IN ARREARS: ' WS-DELINQUENT-LOANS
		'  MISSED INSTALLMENTS: ' WS-ARREARS-ROWS
		'  AMOUNT: ' WS-ARREARS-TOTAL
		DELIMITED BY SIZE INTO DELINQUENCY-LINE
	WRITE DELINQUENCY-LINE
	CLOSE LOAN-MASTER.
	CLOSE LOAN-SCHEDULE.
	IF HISTORY-AVAILABLE
		CLOSE ACCOUNT-HISTORY
	END-IF
	CLOSE LOAN-FEED.
	CLOSE DELINQUENCY-REPORT.
	MOVE 'LOAN-INSTALLMENTS' TO HF-STEP
	MOVE 'P' TO HF-ROLE
	MOVE 'LOAN-INSTALLMENTS.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Loan installments: ' WS-FEED-COUNT ' presented, '
		WS-PAID-COUNT ' paid, ' WS-MISSED-COUNT ' missed, '
		WS-PAID-OFF-COUNT ' loans paid off'
	MOVE WS-LOANS-READ TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-MISSED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	STOP RUN.

SERVICE-ONE-LOAN.
	COMPUTE WS-MONTHLY-RATE = LN-ANNUAL-RATE / 1200
*> presented tonight already (a rerun of the step): nothing has posted
*> yet, so there is nothing to settle - the same debit just goes back
*> on the feed this run is rebuilding
	IF LN-PRESENTED-DATE NOT < WS-TODAY-DATE
		PERFORM WRITE-LOAN-FEED-RECORD
		PERFORM REPORT-LOAN-ARREARS
		GO TO SERVICE-ONE-LOAN-EXIT
	END-IF
	IF LN-PRESENTED-DATE NOT = ZERO
		IF NOT HISTORY-AVAILABLE
			GO TO SERVICE-ONE-LOAN-EXIT
		END-IF
		PERFORM SETTLE-PRESENTATION
	END-IF
	IF LN-ACTIVE
		PERFORM PRESENT-DUE-INSTALLMENTS
	END-IF
	REWRITE LOAN-MASTER-RECORD
	MOVE 'REWRITE LOAN-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM REPORT-LOAN-ARREARS.
	SERVICE-ONE-LOAN-EXIT.
	EXIT.

*> the presentation posted if the repayment account's history, from the
*> night it was presented onwards, holds a live 'L' debit for this loan
*> of exactly the presented amount
SETTLE-PRESENTATION.
	MOVE 'N' TO WS-POSTED-FLAG
	MOVE 'N' TO WS-AH-EOF
	MOVE LN-ACCOUNT-NO TO AH-ACCOUNT-NO
	MOVE LN-PRESENTED-DATE TO AH-POST-DATE
	MOVE ZERO TO AH-SEQ-NO
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET HISTORY-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL HISTORY-SCAN-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET HISTORY-SCAN-EOF TO TRUE
		END-READ
		IF NOT HISTORY-SCAN-EOF
			IF AH-ACCOUNT-NO NOT = LN-ACCOUNT-NO
				SET HISTORY-SCAN-EOF TO TRUE
			ELSE
				IF AH-TYPE = 'L'
					AND AH-OTHER-ACCOUNT-NO = LN-LOAN-NO
					AND AH-AMOUNT = LN-PRESENTED-AMOUNT
					AND NOT AH-ROW-REVERSED
					SET PRESENTATION-POSTED TO TRUE
					SET HISTORY-SCAN-EOF TO TRUE
				END-IF
			END-IF
		END-IF
	END-PERFORM
	MOVE 'N' TO WS-LS-EOF
	MOVE LN-LOAN-NO TO LS-LOAN-NO
	MOVE ZERO TO LS-INSTALLMENT-NO
	START LOAN-SCHEDULE KEY IS GREATER THAN OR EQUAL TO LS-KEY
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ LOAN-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ
		IF NOT SCHEDULE-EOF
			IF LS-LOAN-NO NOT = LN-LOAN-NO
				SET SCHEDULE-EOF TO TRUE
			ELSE
				IF LS-PRESENTED-DATE = LN-PRESENTED-DATE
					AND NOT LS-PAID
					IF PRESENTATION-POSTED
						PERFORM APPLY-INSTALLMENT-PAYMENT
					ELSE
						MOVE 'M' TO LS-STATUS
						ADD 1 TO WS-MISSED-COUNT
					END-IF
					REWRITE LOAN-SCHEDULE-RECORD
					MOVE 'REWRITE LOAN-SCHEDULE' TO FS-LAST-OPERATION
					PERFORM CHECK-FILE-STATUS
				END-IF
			END-IF
		END-IF
	END-PERFORM
	MOVE ZERO TO LN-PRESENTED-DATE
	MOVE ZERO TO LN-PRESENTED-AMOUNT
	IF LN-PRINCIPAL-BALANCE = ZERO
		OR LN-INSTALLMENTS-PAID NOT < LN-TERM-MONTHS
		MOVE 'P' TO LN-STATUS
		ADD 1 TO WS-PAID-OFF-COUNT
		DISPLAY 'Loan ' LN-LOAN-NO ' paid off'
	END-IF.

*> interest is a month's worth on the principal still owed when the
*> installment pays, the rest of the payment comes off the principal;
*> the final installment clears whatever principal is left
APPLY-INSTALLMENT-PAYMENT.
	COMPUTE WS-ROW-INTEREST ROUNDED =
		LN-PRINCIPAL-BALANCE * WS-MONTHLY-RATE
	IF LS-INSTALLMENT-NO = LN-TERM-MONTHS
		OR WS-ROW-INTEREST > LS-PAYMENT
		OR LS-PAYMENT - WS-ROW-INTEREST > LN-PRINCIPAL-BALANCE
		MOVE LN-PRINCIPAL-BALANCE TO WS-ROW-PRINCIPAL
		IF LS-PAYMENT > WS-ROW-PRINCIPAL
			COMPUTE WS-ROW-INTEREST = LS-PAYMENT - WS-ROW-PRINCIPAL
		ELSE
			MOVE ZERO TO WS-ROW-INTEREST
		END-IF
	ELSE
		COMPUTE WS-ROW-PRINCIPAL = LS-PAYMENT - WS-ROW-INTEREST
	END-IF
	SUBTRACT WS-ROW-PRINCIPAL FROM LN-PRINCIPAL-BALANCE
	MOVE WS-ROW-INTEREST TO LS-INTEREST-PAID
	MOVE WS-ROW-PRINCIPAL TO LS-PRINCIPAL-PAID
	MOVE LN-PRINCIPAL-BALANCE TO LS-BALANCE-AFTER
	MOVE LN-PRESENTED-DATE TO LS-PAID-DATE
	MOVE 'P' TO LS-STATUS
	ADD 1 TO LN-INSTALLMENTS-PAID
	ADD 1 TO WS-PAID-COUNT.

*> everything unpaid that has fallen due goes out as one debit: newly
*> due rows become presented, arrears keep their missed status (so the
*> delinquency report still shows them) but carry tonight's date so the
*> next run knows they rode along
PRESENT-DUE-INSTALLMENTS.
	MOVE ZERO TO WS-PRESENT-AMOUNT
	MOVE ZERO TO WS-PRESENT-ROWS
	MOVE 'N' TO WS-LS-EOF
	MOVE LN-LOAN-NO TO LS-LOAN-NO
	MOVE ZERO TO LS-INSTALLMENT-NO
	START LOAN-SCHEDULE KEY IS GREATER THAN OR EQUAL TO LS-KEY
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ LOAN-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ
		IF NOT SCHEDULE-EOF
			IF LS-LOAN-NO NOT = LN-LOAN-NO
				SET SCHEDULE-EOF TO TRUE
			ELSE
				IF LS-MISSED
					OR (LS-SCHEDULED AND LS-DUE-DATE NOT > WS-TODAY-DATE)
					IF LS-SCHEDULED
						MOVE 'F' TO LS-STATUS
					END-IF
					MOVE WS-TODAY-DATE TO LS-PRESENTED-DATE
					ADD LS-PAYMENT TO WS-PRESENT-AMOUNT
					ADD 1 TO WS-PRESENT-ROWS
					REWRITE LOAN-SCHEDULE-RECORD
					MOVE 'REWRITE LOAN-SCHEDULE' TO FS-LAST-OPERATION
					PERFORM CHECK-FILE-STATUS
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF WS-PRESENT-ROWS > ZERO
		MOVE WS-TODAY-DATE TO LN-PRESENTED-DATE
		MOVE WS-PRESENT-AMOUNT TO LN-PRESENTED-AMOUNT
		PERFORM WRITE-LOAN-FEED-RECORD
	END-IF.

*> the debit carries the loan number in the to-account field, which is
*> how the posting run's history row ties back to this loan
WRITE-LOAN-FEED-RECORD.
	MOVE LN-ACCOUNT-NO TO LI-ACCOUNT-NO
	MOVE 'L' TO LI-TYPE
	MOVE LN-PRESENTED-AMOUNT TO LI-AMOUNT
	MOVE LN-LOAN-NO TO LI-TO-ACCOUNT-NO
	MOVE WS-TODAY-DATE TO LI-DATE
	WRITE LOAN-FEED-RECORD
	MOVE 'WRITE LOAN-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FEED-COUNT
	ADD LI-AMOUNT TO WS-FEED-HASH.

REPORT-LOAN-ARREARS.
	MOVE 'N' TO WS-LOAN-IN-ARREARS-FLAG
	MOVE 'N' TO WS-LS-EOF
	MOVE LN-LOAN-NO TO LS-LOAN-NO
	MOVE ZERO TO LS-INSTALLMENT-NO
	START LOAN-SCHEDULE KEY IS GREATER THAN OR EQUAL TO LS-KEY
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ LOAN-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ
		IF NOT SCHEDULE-EOF
			IF LS-LOAN-NO NOT = LN-LOAN-NO
				SET SCHEDULE-EOF TO TRUE
			ELSE
				IF LS-MISSED
					PERFORM WRITE-DELINQUENCY-LINE
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF LOAN-IN-ARREARS
		ADD 1 TO WS-DELINQUENT-LOANS
	END-IF.

WRITE-DELINQUENCY-LINE.
	SET LOAN-IN-ARREARS TO TRUE
	COMPUTE WS-DAYS-PAST-DUE =
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
		- FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
	MOVE LN-LOAN-NO TO DD-LOAN-NO
	MOVE LN-ACCOUNT-NO TO DD-ACCOUNT-NO
	MOVE LS-INSTALLMENT-NO TO DD-INSTALLMENT-NO
	MOVE LS-DUE-DATE TO DD-DUE-DATE
	MOVE LS-PAYMENT TO DD-AMOUNT
	MOVE WS-DAYS-PAST-DUE TO DD-DAYS-PAST-DUE
	MOVE WS-DELINQUENCY-DETAIL TO DELINQUENCY-LINE
	WRITE DELINQUENCY-LINE
	MOVE 'WRITE DELINQUENCY-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-ARREARS-ROWS
	ADD LS-PAYMENT TO WS-ARREARS-TOTAL.

COPY HANDOFF-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
