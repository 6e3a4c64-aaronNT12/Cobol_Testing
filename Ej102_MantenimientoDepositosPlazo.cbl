*> Purpose: Term-deposit booking, instructions and early breakage
*>
*> Customers want fixed-term deposits at a locked rate. This keeps
*> TERM-DEPOSITS.DAT: each deposit locks part of an account's own
*> AM-BALANCE for a term in months at a fixed annual rate, names the
*> account the proceeds go to at maturity, and says whether to roll
*> the principal into a new term instead. Opening checks the account
*> is active and that its balance, less what other deposits already
*> lock, covers the principal - nothing moves, the funds are simply
*> locked, and BANK-TRANSACTION refuses any debit that would dig into
*> them. Breaking a deposit early takes level 3: the deposit is
*> marked for breakage and the nightly TERM-DEPOSIT-MATURITY step
*> settles it - interest earned to the break date less the breakage
*> penalty - before the posting run. Every change lands in the
*> shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.09.18 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TERM-DEPOSIT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY TERM-DEPOSITS-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TERM-DEPOSITS-FD.

COPY ACCOUNT-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-ACCOUNT PIC 9(10).
01 WS-TD-EOF PIC X VALUE 'N'.
	88 DEPOSITS-EOF VALUE 'Y'.
01 WS-ACCOUNT-OK-FLAG PIC X.
	88 ENTERED-ACCOUNT-OK VALUE 'Y'.
01 WS-LOCKED-TOTAL PIC 9(11)V99.
01 WS-LAST-SEQ PIC 9(3).
01 WS-DEPOSIT-COUNT PIC 9(3).
01 WS-ROLLOVER-ANSWER PIC X.
01 WS-NEW-PRINCIPAL PIC 9(9)V99.
01 WS-NEW-RATE PIC 999V9999.
01 WS-NEW-TERM PIC 9(3).
01 WS-NEW-PAYOUT PIC 9(10).
*> the whole principal has to fit one feed record's amount when it
*> moves to a different payout account at maturity
01 WS-MAX-PRINCIPAL PIC 9(9)V99 VALUE 9999999.99.
COPY TERM-DEPOSITS-STATUS.
COPY MONTH-ADD-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TERM-DEPOSIT-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'TD-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O TERM-DEPOSITS.
	IF NOT TD-OK
		CLOSE TERM-DEPOSITS
		OPEN OUTPUT TERM-DEPOSITS
		CLOSE TERM-DEPOSITS
		OPEN I-O TERM-DEPOSITS
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Open term deposit'
		DISPLAY '2. Break term deposit early'
		DISPLAY '3. Change maturity instruction'
		DISPLAY '4. List deposits on an account'
		DISPLAY '5. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM OPEN-TERM-DEPOSIT THRU OPEN-TERM-DEPOSIT-EXIT
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Breaking a deposit takes level 3'
				ELSE
					PERFORM BREAK-TERM-DEPOSIT THRU BREAK-TERM-DEPOSIT-EXIT
				END-IF
			WHEN 3
				PERFORM CHANGE-MATURITY-INSTRUCTION
					THRU CHANGE-MATURITY-INSTRUCTION-EXIT
			WHEN 4 PERFORM LIST-ACCOUNT-DEPOSITS
			WHEN 5 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE TERM-DEPOSITS.
	CLOSE ACCOUNT-MASTER.
	STOP RUN.

OPEN-TERM-DEPOSIT.
	DISPLAY 'Account number the funds are locked in: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NO
	PERFORM VALIDATE-ENTERED-ACCOUNT
	IF NOT ENTERED-ACCOUNT-OK
		DISPLAY 'Account ' WS-WORK-ACCOUNT ' not active on the master - '
			'rejected'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	DISPLAY 'Principal: '
	ACCEPT WS-NEW-PRINCIPAL
	DISPLAY 'Annual rate (percent, e.g. 0035000 = 3.5%): '
	ACCEPT WS-NEW-RATE
	DISPLAY 'Term in months: '
	ACCEPT WS-NEW-TERM
	IF WS-NEW-PRINCIPAL = ZERO OR WS-NEW-TERM = ZERO
		DISPLAY 'Principal and term must both be above zero - rejected'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	IF WS-NEW-PRINCIPAL > WS-MAX-PRINCIPAL
		DISPLAY 'Principal over ' WS-MAX-PRINCIPAL ' - rejected'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	PERFORM SUM-ACCOUNT-DEPOSITS
	MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NO
	PERFORM VALIDATE-ENTERED-ACCOUNT
	IF AM-BALANCE - WS-LOCKED-TOTAL < WS-NEW-PRINCIPAL
		DISPLAY 'Balance ' AM-BALANCE ' less ' WS-LOCKED-TOTAL
			' already locked does not cover the principal - rejected'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	IF WS-LAST-SEQ = 999
		DISPLAY 'Account ' WS-WORK-ACCOUNT ' has no deposit numbers left'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	DISPLAY 'Payout account at maturity (zero = same account): '
	ACCEPT WS-NEW-PAYOUT
	IF WS-NEW-PAYOUT = ZERO
		MOVE WS-WORK-ACCOUNT TO WS-NEW-PAYOUT
	END-IF
	MOVE WS-NEW-PAYOUT TO AM-ACCOUNT-NO
	PERFORM VALIDATE-ENTERED-ACCOUNT
	IF NOT ENTERED-ACCOUNT-OK
		DISPLAY 'Payout account ' WS-NEW-PAYOUT ' not active - rejected'
		GO TO OPEN-TERM-DEPOSIT-EXIT
	END-IF
	DISPLAY 'Roll over into a new term at maturity (Y/N): '
	ACCEPT WS-ROLLOVER-ANSWER
	MOVE SPACES TO TERM-DEPOSIT-RECORD
	MOVE WS-WORK-ACCOUNT TO TD-ACCOUNT-NO
	COMPUTE TD-DEPOSIT-SEQ = WS-LAST-SEQ + 1
	MOVE WS-NEW-PRINCIPAL TO TD-PRINCIPAL
	MOVE WS-NEW-RATE TO TD-ANNUAL-RATE
	MOVE WS-NEW-TERM TO TD-TERM-MONTHS
	MOVE WS-TODAY-DATE TO TD-START-DATE
	MOVE WS-TODAY-DATE TO MA-FROM-DATE
	MOVE WS-NEW-TERM TO MA-MONTHS
	PERFORM ADD-MONTHS-TO-DATE
	MOVE MA-RESULT-DATE TO TD-MATURITY-DATE
	MOVE WS-NEW-PAYOUT TO TD-PAYOUT-ACCOUNT
	IF WS-ROLLOVER-ANSWER = 'Y' OR WS-ROLLOVER-ANSWER = 'y'
		MOVE 'Y' TO TD-ROLLOVER-FLAG
	ELSE
		MOVE 'N' TO TD-ROLLOVER-FLAG
	END-IF
	MOVE 'A' TO TD-STATUS
	MOVE ZERO TO TD-ROLL-COUNT
	MOVE ZERO TO TD-CLOSED-DATE
	MOVE ZERO TO TD-LAST-PAYOUT-DATE
	MOVE ZERO TO TD-LAST-INTEREST
	WRITE TERM-DEPOSIT-RECORD
		INVALID KEY
			DISPLAY 'Deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ
				' already exists'
			GO TO OPEN-TERM-DEPOSIT-EXIT
	END-WRITE
	DISPLAY 'Term deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ
		' opened - matures ' TD-MATURITY-DATE
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE TD-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'term deposit ' TD-PRINCIPAL
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	OPEN-TERM-DEPOSIT-EXIT.
	EXIT.

*> breakage is only requested here; the money side - interest to date
*> less the penalty - is settled by the nightly maturity step, and
*> the funds stay locked until it has
BREAK-TERM-DEPOSIT.
	DISPLAY 'Account number: '
	ACCEPT TD-ACCOUNT-NO
	DISPLAY 'Deposit number: '
	ACCEPT TD-DEPOSIT-SEQ
	READ TERM-DEPOSITS
		INVALID KEY
			DISPLAY 'Deposit not on file'
			GO TO BREAK-TERM-DEPOSIT-EXIT
	END-READ
	IF NOT TD-LIVE
		DISPLAY 'Deposit is not live (status ' TD-STATUS ') - rejected'
		GO TO BREAK-TERM-DEPOSIT-EXIT
	END-IF
	MOVE 'R' TO TD-STATUS
	MOVE WS-TODAY-DATE TO TD-CLOSED-DATE
	REWRITE TERM-DEPOSIT-RECORD
	MOVE 'REWRITE TERM-DEPOSITS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ
		' marked for breakage - settled in tonight''s run'
	MOVE 'BREAK' TO AT-CHANGE-OPERATION
	MOVE TD-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'early break of ' TD-PRINCIPAL
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	BREAK-TERM-DEPOSIT-EXIT.
	EXIT.

CHANGE-MATURITY-INSTRUCTION.
	DISPLAY 'Account number: '
	ACCEPT TD-ACCOUNT-NO
	DISPLAY 'Deposit number: '
	ACCEPT TD-DEPOSIT-SEQ
	READ TERM-DEPOSITS
		INVALID KEY
			DISPLAY 'Deposit not on file'
			GO TO CHANGE-MATURITY-INSTRUCTION-EXIT
	END-READ
	IF NOT TD-LIVE
		DISPLAY 'Deposit is not live (status ' TD-STATUS ') - rejected'
		GO TO CHANGE-MATURITY-INSTRUCTION-EXIT
	END-IF
	DISPLAY 'Current payout account ' TD-PAYOUT-ACCOUNT
		', rollover ' TD-ROLLOVER-FLAG
	DISPLAY 'New payout account (zero = keep): '
	ACCEPT WS-NEW-PAYOUT
	IF WS-NEW-PAYOUT NOT = ZERO
		MOVE WS-NEW-PAYOUT TO AM-ACCOUNT-NO
		PERFORM VALIDATE-ENTERED-ACCOUNT
		IF NOT ENTERED-ACCOUNT-OK
			DISPLAY 'Payout account ' WS-NEW-PAYOUT ' not active - rejected'
			GO TO CHANGE-MATURITY-INSTRUCTION-EXIT
		END-IF
		MOVE WS-NEW-PAYOUT TO TD-PAYOUT-ACCOUNT
	END-IF
	DISPLAY 'Roll over into a new term at maturity (Y/N): '
	ACCEPT WS-ROLLOVER-ANSWER
	IF WS-ROLLOVER-ANSWER = 'Y' OR WS-ROLLOVER-ANSWER = 'y'
		MOVE 'Y' TO TD-ROLLOVER-FLAG
	ELSE
		MOVE 'N' TO TD-ROLLOVER-FLAG
	END-IF
	REWRITE TERM-DEPOSIT-RECORD
	MOVE 'REWRITE TERM-DEPOSITS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE TD-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'payout ' TD-PAYOUT-ACCOUNT ' roll ' TD-ROLLOVER-FLAG
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-MATURITY-INSTRUCTION-EXIT.
	EXIT.

LIST-ACCOUNT-DEPOSITS.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	PERFORM SUM-ACCOUNT-DEPOSITS
	DISPLAY WS-DEPOSIT-COUNT ' deposit(s), ' WS-LOCKED-TOTAL
		' currently locked'.

*> one pass over the account's deposits: the locked total, the
*> highest sequence used, and a console line per deposit
SUM-ACCOUNT-DEPOSITS.
	MOVE ZERO TO WS-LOCKED-TOTAL
	MOVE ZERO TO WS-LAST-SEQ
	MOVE ZERO TO WS-DEPOSIT-COUNT
	MOVE 'N' TO WS-TD-EOF
	MOVE WS-WORK-ACCOUNT TO TD-ACCOUNT-NO
	MOVE ZERO TO TD-DEPOSIT-SEQ
	START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
		INVALID KEY SET DEPOSITS-EOF TO TRUE
	END-START
	PERFORM UNTIL DEPOSITS-EOF
		READ TERM-DEPOSITS NEXT RECORD
			AT END SET DEPOSITS-EOF TO TRUE
		END-READ
		IF NOT DEPOSITS-EOF
			IF TD-ACCOUNT-NO NOT = WS-WORK-ACCOUNT
				SET DEPOSITS-EOF TO TRUE
			ELSE
				ADD 1 TO WS-DEPOSIT-COUNT
				MOVE TD-DEPOSIT-SEQ TO WS-LAST-SEQ
				IF TD-FUNDS-LOCKED
					ADD TD-PRINCIPAL TO WS-LOCKED-TOTAL
				END-IF
				DISPLAY 'Deposit ' TD-DEPOSIT-SEQ ' principal ' TD-PRINCIPAL
					' rate ' TD-ANNUAL-RATE ' matures ' TD-MATURITY-DATE
					' status ' TD-STATUS ' payout ' TD-PAYOUT-ACCOUNT
					' roll ' TD-ROLLOVER-FLAG
			END-IF
		END-IF
	END-PERFORM.

VALIDATE-ENTERED-ACCOUNT.
	MOVE 'N' TO WS-ACCOUNT-OK-FLAG
	READ ACCOUNT-MASTER
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF AM-ACTIVE
				MOVE 'Y' TO WS-ACCOUNT-OK-FLAG
			END-IF
	END-READ.

COPY MONTH-ADD.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
