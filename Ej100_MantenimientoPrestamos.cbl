*> Purpose: Installment loan booking and amortization schedules
*>
*> Personal loans lived on a spreadsheet because ACCOUNT-MASTER only
*> knows a signed balance and a standing order can only repeat a fixed
*> amount. This keeps LOAN-MASTER.DAT - principal, annual rate, term
*> in months, payment day and the repayment account the installments
*> come out of - and, at booking, works out the level monthly payment
*> and writes the loan's whole amortization schedule to
*> LOAN-SCHEDULE.DAT: one row per installment with its due date and
*> the planned interest / principal split. The nightly
*> LOAN-INSTALLMENTS step feeds each due row through the posting run.
*> Menu-driven like STANDING-ORDER-MAINT; the repayment account is
*> validated against ACCOUNT-MASTER, the session signs on, and every
*> booking lands in the shared AUDIT-TRAIL. Option 2 prints a loan's
*> schedule to LOAN-SCHEDULE.RPT for the customer's copy.
*>
*> Mod history:
*> 24.09.16 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY LOAN-MASTER-SELECT.
	COPY LOAN-SCHEDULE-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	SELECT SCHEDULE-REPORT ASSIGN TO 'LOAN-SCHEDULE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY LOAN-MASTER-FD.

COPY LOAN-SCHEDULE-FD.

COPY ACCOUNT-MASTER-FD.

FD SCHEDULE-REPORT.
01 SCHEDULE-REPORT-LINE PIC X(90).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-WORK-LOAN-NO PIC 9(6).
01 WS-LN-EOF PIC X VALUE 'N'.
	88 LOANS-EOF VALUE 'Y'.
01 WS-LS-EOF PIC X VALUE 'N'.
	88 SCHEDULE-EOF VALUE 'Y'.
01 WS-ACCOUNT-OK-FLAG PIC X.
	88 ENTERED-ACCOUNT-OK VALUE 'Y'.
01 WS-TODAY-DATE PIC 9(8).
COPY LOAN-MASTER-STATUS.
COPY LOAN-SCHEDULE-STATUS.
*> the monthly rate and the compounding factor carry nine decimals so
*> the level payment comes out to the cent on a long term
01 WS-MONTHLY-RATE PIC 9V9(9).
01 WS-GROWTH-FACTOR PIC 9(5)V9(9).
01 WS-RUNNING-BALANCE PIC 9(9)V99.
01 WS-ROW-INTEREST PIC 9(7)V99.
01 WS-ROW-PRINCIPAL PIC 9(9)V99.
01 WS-INSTALLMENT-SUB PIC 9(3).
01 WS-DUE-YYYY PIC 9(4).
01 WS-DUE-MM PIC 9(2).
01 WS-TOTAL-INTEREST PIC 9(9)V99.
01 WS-SCHEDULE-HEADING.
	05 FILLER PIC X(5) VALUE ' NO. '.
	05 FILLER PIC X(10) VALUE 'DUE DATE  '.
	05 FILLER PIC X(13) VALUE '     PAYMENT '.
	05 FILLER PIC X(13) VALUE '    INTEREST '.
	05 FILLER PIC X(13) VALUE '   PRINCIPAL '.
	05 FILLER PIC X(16) VALUE '   BALANCE AFTER'.
	05 FILLER PIC X(8) VALUE '  STATUS'.
01 WS-SCHEDULE-DETAIL.
	05 SD-INSTALLMENT-NO PIC ZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 SD-DUE-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 SD-PAYMENT PIC ZZZ,ZZ9.99.
	05 FILLER PIC X(3) VALUE SPACES.
	05 SD-INTEREST PIC ZZZ,ZZ9.99.
	05 FILLER PIC X(3) VALUE SPACES.
	05 SD-PRINCIPAL PIC ZZZ,ZZ9.99.
	05 FILLER PIC X(3) VALUE SPACES.
	05 SD-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(4) VALUE SPACES.
	05 SD-STATUS PIC X(8).
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'LOAN-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'LOAN-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
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
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Book loan'
		DISPLAY '2. Print loan schedule'
		DISPLAY '3. List loans'
		DISPLAY '4. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM BOOK-LOAN THRU BOOK-LOAN-EXIT
			WHEN 2 PERFORM PRINT-LOAN-SCHEDULE
			WHEN 3 PERFORM LIST-LOANS
			WHEN 4 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE LOAN-MASTER.
	CLOSE LOAN-SCHEDULE.
	CLOSE ACCOUNT-MASTER.
	STOP RUN.

BOOK-LOAN.
	DISPLAY 'Loan number: '
	ACCEPT LN-LOAN-NO
	DISPLAY 'Repayment account number: '
	ACCEPT LN-ACCOUNT-NO
	PERFORM VALIDATE-REPAYMENT-ACCOUNT
	IF NOT ENTERED-ACCOUNT-OK
		DISPLAY 'Account ' LN-ACCOUNT-NO ' not active on the master - '
			'rejected'
		MOVE LN-ACCOUNT-NO TO EL-TRACKED-RESOURCE
		MOVE 'loan rejected - bad repayment account' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO BOOK-LOAN-EXIT
	END-IF
	DISPLAY 'Principal: '
	ACCEPT LN-PRINCIPAL
	DISPLAY 'Annual rate (percent, e.g. 0075000 = 7.5%): '
	ACCEPT LN-ANNUAL-RATE
	DISPLAY 'Term in months: '
	ACCEPT LN-TERM-MONTHS
	DISPLAY 'Payment day of month (1-28): '
	ACCEPT LN-PAYMENT-DAY
	IF LN-PRINCIPAL = ZERO OR LN-TERM-MONTHS = ZERO
		DISPLAY 'Principal and term must both be above zero - rejected'
		GO TO BOOK-LOAN-EXIT
	END-IF
	IF LN-PAYMENT-DAY < 1 OR LN-PAYMENT-DAY > 28
		DISPLAY 'Payment day must be 1-28 - rejected'
		GO TO BOOK-LOAN-EXIT
	END-IF
	MOVE WS-TODAY-DATE TO LN-START-DATE
	MOVE LN-PRINCIPAL TO LN-PRINCIPAL-BALANCE
	MOVE ZERO TO LN-INSTALLMENTS-PAID
	MOVE ZERO TO LN-PRESENTED-DATE
	MOVE ZERO TO LN-PRESENTED-AMOUNT
	MOVE 'A' TO LN-STATUS
	PERFORM COMPUTE-LEVEL-INSTALLMENT
	WRITE LOAN-MASTER-RECORD
		INVALID KEY
			DISPLAY 'Loan ' LN-LOAN-NO ' already exists'
			GO TO BOOK-LOAN-EXIT
	END-WRITE
	PERFORM BUILD-AMORTIZATION-SCHEDULE
	DISPLAY 'Loan ' LN-LOAN-NO ' booked - ' LN-TERM-MONTHS
		' installments of ' LN-INSTALLMENT
	DISPLAY 'Total interest over the term: ' WS-TOTAL-INTEREST
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE LN-LOAN-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'loan booked acct ' LN-ACCOUNT-NO
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	BOOK-LOAN-EXIT.
	EXIT.

*> the level annuity payment: P * r * (1+r)^n / ((1+r)^n - 1), with r
*> the monthly rate; an interest-free loan just divides the principal
COMPUTE-LEVEL-INSTALLMENT.
	COMPUTE WS-MONTHLY-RATE = LN-ANNUAL-RATE / 1200
	IF WS-MONTHLY-RATE = ZERO
		COMPUTE LN-INSTALLMENT ROUNDED = LN-PRINCIPAL / LN-TERM-MONTHS
	ELSE
		COMPUTE WS-GROWTH-FACTOR ROUNDED =
			(1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
		COMPUTE LN-INSTALLMENT ROUNDED =
			LN-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
			/ (WS-GROWTH-FACTOR - 1)
	END-IF.

*> one row per installment, due on the payment day of each month from
*> the month after booking; interest is taken on the planned running
*> balance and the last row takes whatever principal the rounding
*> left behind, so the plan always lands on zero
BUILD-AMORTIZATION-SCHEDULE.
	MOVE LN-PRINCIPAL TO WS-RUNNING-BALANCE
	MOVE ZERO TO WS-TOTAL-INTEREST
	MOVE WS-TODAY-DATE(1:4) TO WS-DUE-YYYY
	MOVE WS-TODAY-DATE(5:2) TO WS-DUE-MM
	PERFORM VARYING WS-INSTALLMENT-SUB FROM 1 BY 1
		UNTIL WS-INSTALLMENT-SUB > LN-TERM-MONTHS
		IF WS-DUE-MM = 12
			ADD 1 TO WS-DUE-YYYY
			MOVE 1 TO WS-DUE-MM
		ELSE
			ADD 1 TO WS-DUE-MM
		END-IF
		MOVE SPACES TO LOAN-SCHEDULE-RECORD
		MOVE LN-LOAN-NO TO LS-LOAN-NO
		MOVE WS-INSTALLMENT-SUB TO LS-INSTALLMENT-NO
		COMPUTE LS-DUE-DATE = WS-DUE-YYYY * 10000 + WS-DUE-MM * 100
			+ LN-PAYMENT-DAY
		COMPUTE WS-ROW-INTEREST ROUNDED =
			WS-RUNNING-BALANCE * WS-MONTHLY-RATE
		IF WS-INSTALLMENT-SUB = LN-TERM-MONTHS
			OR LN-INSTALLMENT - WS-ROW-INTEREST > WS-RUNNING-BALANCE
			MOVE WS-RUNNING-BALANCE TO WS-ROW-PRINCIPAL
		ELSE
			COMPUTE WS-ROW-PRINCIPAL = LN-INSTALLMENT - WS-ROW-INTEREST
		END-IF
		MOVE WS-ROW-INTEREST TO LS-INTEREST
		MOVE WS-ROW-PRINCIPAL TO LS-PRINCIPAL
		COMPUTE LS-PAYMENT = WS-ROW-INTEREST + WS-ROW-PRINCIPAL
		SUBTRACT WS-ROW-PRINCIPAL FROM WS-RUNNING-BALANCE
		MOVE WS-RUNNING-BALANCE TO LS-BALANCE-AFTER
		ADD WS-ROW-INTEREST TO WS-TOTAL-INTEREST
		MOVE ZERO TO LS-PRESENTED-DATE
		MOVE ZERO TO LS-PAID-DATE
		MOVE ZERO TO LS-INTEREST-PAID
		MOVE ZERO TO LS-PRINCIPAL-PAID
		WRITE LOAN-SCHEDULE-RECORD
		MOVE 'WRITE LOAN-SCHEDULE' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
	END-PERFORM.

PRINT-LOAN-SCHEDULE.
	DISPLAY 'Loan number: '
	ACCEPT WS-WORK-LOAN-NO
	MOVE WS-WORK-LOAN-NO TO LN-LOAN-NO
	READ LOAN-MASTER
		INVALID KEY
			DISPLAY 'Loan ' WS-WORK-LOAN-NO ' not on file'
			EXIT PARAGRAPH
	END-READ
	OPEN OUTPUT SCHEDULE-REPORT
	MOVE 'OPEN SCHEDULE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO SCHEDULE-REPORT-LINE
	STRING 'AMORTIZATION SCHEDULE - LOAN ' LN-LOAN-NO
		' REPAYMENT ACCOUNT ' LN-ACCOUNT-NO
		DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
	WRITE SCHEDULE-REPORT-LINE
	MOVE SPACES TO SCHEDULE-REPORT-LINE
	STRING 'PRINCIPAL ' LN-PRINCIPAL ' RATE ' LN-ANNUAL-RATE
		' TERM ' LN-TERM-MONTHS ' INSTALLMENT ' LN-INSTALLMENT
		DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
	WRITE SCHEDULE-REPORT-LINE
	MOVE WS-SCHEDULE-HEADING TO SCHEDULE-REPORT-LINE
	WRITE SCHEDULE-REPORT-LINE
	MOVE 'N' TO WS-LS-EOF
	MOVE WS-WORK-LOAN-NO TO LS-LOAN-NO
	MOVE ZERO TO LS-INSTALLMENT-NO
	START LOAN-SCHEDULE KEY IS GREATER THAN OR EQUAL TO LS-KEY
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ LOAN-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
		END-READ
		IF NOT SCHEDULE-EOF
			IF LS-LOAN-NO NOT = WS-WORK-LOAN-NO
				SET SCHEDULE-EOF TO TRUE
			ELSE
				PERFORM WRITE-SCHEDULE-DETAIL
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO SCHEDULE-REPORT-LINE
	STRING 'PRINCIPAL STILL OWED: ' LN-PRINCIPAL-BALANCE
		'  INSTALLMENTS PAID: ' LN-INSTALLMENTS-PAID
		DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
	WRITE SCHEDULE-REPORT-LINE
	CLOSE SCHEDULE-REPORT
	DISPLAY 'Schedule for loan ' WS-WORK-LOAN-NO
		' written to LOAN-SCHEDULE.RPT'.

WRITE-SCHEDULE-DETAIL.
	MOVE LS-INSTALLMENT-NO TO SD-INSTALLMENT-NO
	MOVE LS-DUE-DATE TO SD-DUE-DATE
	MOVE LS-PAYMENT TO SD-PAYMENT
	IF LS-PAID
		MOVE LS-INTEREST-PAID TO SD-INTEREST
		MOVE LS-PRINCIPAL-PAID TO SD-PRINCIPAL
	ELSE
		MOVE LS-INTEREST TO SD-INTEREST
		MOVE LS-PRINCIPAL TO SD-PRINCIPAL
	END-IF
	MOVE LS-BALANCE-AFTER TO SD-BALANCE
	EVALUATE TRUE
		WHEN LS-PAID MOVE 'PAID' TO SD-STATUS
		WHEN LS-PRESENTED MOVE 'PRESENTD' TO SD-STATUS
		WHEN LS-MISSED MOVE 'MISSED' TO SD-STATUS
		WHEN OTHER MOVE SPACES TO SD-STATUS
	END-EVALUATE
	MOVE WS-SCHEDULE-DETAIL TO SCHEDULE-REPORT-LINE
	WRITE SCHEDULE-REPORT-LINE.

LIST-LOANS.
	MOVE 'N' TO WS-LN-EOF
	MOVE LOW-VALUES TO LN-LOAN-NO
	START LOAN-MASTER KEY IS GREATER THAN OR EQUAL TO LN-LOAN-NO
		INVALID KEY SET LOANS-EOF TO TRUE
	END-START
	PERFORM UNTIL LOANS-EOF
		READ LOAN-MASTER NEXT RECORD
			AT END SET LOANS-EOF TO TRUE
			NOT AT END
				DISPLAY 'Loan ' LN-LOAN-NO ' account ' LN-ACCOUNT-NO
					' principal ' LN-PRINCIPAL ' owed '
					LN-PRINCIPAL-BALANCE ' paid ' LN-INSTALLMENTS-PAID
					'/' LN-TERM-MONTHS ' status ' LN-STATUS
		END-READ
	END-PERFORM.

VALIDATE-REPAYMENT-ACCOUNT.
	MOVE 'N' TO WS-ACCOUNT-OK-FLAG
	MOVE LN-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF AM-ACTIVE
				MOVE 'Y' TO WS-ACCOUNT-OK-FLAG
			END-IF
	END-READ.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
