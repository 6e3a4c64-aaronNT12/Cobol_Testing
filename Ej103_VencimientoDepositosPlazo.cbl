*> Purpose: Nightly term-deposit maturity, rollover and breakage
*>
*> Runs ahead of STANDING-ORDER-GEN over TERM-DEPOSITS.DAT. A live
*> deposit whose maturity date has come earns its fixed-rate simple
*> interest for the whole term (principal x rate x months / 12); the
*> interest is paid to the nominated payout account as an interest
*> credit and the principal follows it as a transfer out of the
*> account it was locked in (nothing moves when the two are the same
*> account - the lock simply lifts). A deposit marked for rollover
*> keeps its principal locked for another term from the old maturity
*> date and only the interest is paid out. A deposit TERM-DEPOSIT-MAINT
*> marked for breakage earns interest for the days it was actually
*> held, less a penalty of TD-BREAK-PENALTY-MONTHS months' interest
*> (parameter, default 3); a penalty bigger than what was earned is
*> charged as a fee on the deposit account. The movements go to
*> TERM-DEPOSIT-POST.DAT in transaction-feed layout with its own
*> control trailer for STANDING-ORDER-GEN to fold in; a rerun of the
*> step puts the day's settlements back on the feed from what the
*> deposit record remembers. On the first of the month (or with
*> TD_LADDER_MODE=Y) MATURITY-LADDER.RPT shows treasury the locked
*> principal and the interest owed, month by month for the next year.
*>
*> Mod history:
*> 24.09.18 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TERM-DEPOSIT-MATURITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY TERM-DEPOSITS-SELECT.
	SELECT DEPOSIT-POST-FEED ASSIGN TO 'TERM-DEPOSIT-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT LADDER-REPORT ASSIGN TO 'MATURITY-LADDER.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TERM-DEPOSITS-FD.

FD DEPOSIT-POST-FEED.
01 DEPOSIT-POST-RECORD.
	05 TP-ACCOUNT-NO PIC 9(10).
	05 TP-TYPE PIC X.
	05 TP-AMOUNT PIC 9(7)V99.
	05 TP-TO-ACCOUNT-NO PIC 9(10).
	05 TP-DATE PIC 9(8).
01 DEPOSIT-POST-TRAILER REDEFINES DEPOSIT-POST-RECORD.
	05 TPT-RECORD-COUNT PIC 9(10).
	05 TPT-TYPE PIC X.
	05 TPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD LADDER-REPORT.
01 LADDER-LINE PIC X(80).

COPY PARAM-FD.

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-TD-EOF PIC X VALUE 'N'.
	88 DEPOSITS-EOF VALUE 'Y'.
01 WS-LADDER-MODE PIC X VALUE 'N'.
	88 LADDER-WANTED VALUE 'Y'.
01 WS-PENALTY-MONTHS PIC 9(3) VALUE 3.
01 WS-DAYS-HELD PIC 9(5).
01 WS-EARNED-INTEREST PIC 9(7)V99.
01 WS-PENALTY-AMOUNT PIC 9(7)V99.
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-DEPOSITS-READ PIC 9(7) VALUE ZERO.
01 WS-MATURED-COUNT PIC 9(5) VALUE ZERO.
01 WS-ROLLED-COUNT PIC 9(5) VALUE ZERO.
01 WS-BROKEN-COUNT PIC 9(5) VALUE ZERO.
*> ladder buckets: 1-12 are this month and the eleven after it (a
*> deposit already past maturity counts in this month), 13 is later
01 WS-TODAY-MONTH-NO PIC 9(6).
01 WS-MATURITY-MONTH-NO PIC 9(6).
01 WS-BUCKET PIC 9(3).
01 WS-BUCKET-SUB PIC 9(3).
01 WS-BUCKET-YYYY PIC 9(4).
01 WS-BUCKET-MM PIC 9(2).
01 WS-TERM-INTEREST PIC 9(9)V99.
01 WS-LADDER-TABLE.
	05 WS-LADDER-ENTRY OCCURS 13 TIMES.
		10 WS-LADDER-COUNT PIC 9(5).
		10 WS-LADDER-PRINCIPAL PIC 9(11)V99.
		10 WS-LADDER-INTEREST PIC 9(9)V99.
01 WS-LADDER-TOTAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-LADDER-TOTAL-PRINCIPAL PIC 9(11)V99 VALUE ZERO.
01 WS-LADDER-TOTAL-INTEREST PIC 9(9)V99 VALUE ZERO.
01 WS-LADDER-HEADING.
	05 FILLER PIC X(10) VALUE 'MONTH     '.
	05 FILLER PIC X(10) VALUE '  DEPOSITS'.
	05 FILLER PIC X(22) VALUE '      PRINCIPAL MATURE'.
	05 FILLER PIC X(20) VALUE '      INTEREST OWED'.
01 WS-LADDER-DETAIL.
	05 LD-MONTH PIC X(7).
	05 FILLER PIC X(3) VALUE SPACES.
	05 LD-COUNT PIC ZZ,ZZ9.
	05 FILLER PIC X(4) VALUE SPACES.
	05 LD-PRINCIPAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(4) VALUE SPACES.
	05 LD-INTEREST PIC ZZZ,ZZZ,ZZ9.99.
COPY TERM-DEPOSITS-STATUS.
COPY MONTH-ADD-FIELDS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TERM-DEPOSIT-MATURITY' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE 'TD-BREAK-PENALTY-MONTHS' TO PRM-LOOKUP-KEY.
	PERFORM GET-RUNTIME-PARAMETER.
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-PENALTY-MONTHS
	END-IF.
	ACCEPT WS-LADDER-MODE FROM ENVIRONMENT 'TD_LADDER_MODE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-TODAY-DATE(7:2) = '01'
		SET LADDER-WANTED TO TRUE
	END-IF
	INITIALIZE WS-LADDER-TABLE
	MOVE WS-TODAY-DATE(1:4) TO WS-BUCKET-YYYY
	MOVE WS-TODAY-DATE(5:2) TO WS-BUCKET-MM
	COMPUTE WS-TODAY-MONTH-NO = WS-BUCKET-YYYY * 12 + WS-BUCKET-MM
	OPEN I-O TERM-DEPOSITS.
	IF NOT TD-OK
		CLOSE TERM-DEPOSITS
		OPEN OUTPUT TERM-DEPOSITS
		CLOSE TERM-DEPOSITS
		OPEN I-O TERM-DEPOSITS
	END-IF
	OPEN OUTPUT DEPOSIT-POST-FEED.
	MOVE 'OPEN DEPOSIT-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE LOW-VALUES TO TD-KEY
	START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
		INVALID KEY SET DEPOSITS-EOF TO TRUE
	END-START
	PERFORM UNTIL DEPOSITS-EOF
		READ TERM-DEPOSITS NEXT RECORD
			AT END SET DEPOSITS-EOF TO TRUE
		END-READ
		IF NOT DEPOSITS-EOF
			ADD 1 TO WS-DEPOSITS-READ
			PERFORM SERVICE-ONE-DEPOSIT
		END-IF
	END-PERFORM
	MOVE SPACES TO DEPOSIT-POST-RECORD
	MOVE WS-FEED-COUNT TO TPT-RECORD-COUNT
	MOVE 'C' TO TPT-TYPE
	MOVE WS-FEED-HASH TO TPT-HASH-TOTAL
	WRITE DEPOSIT-POST-RECORD
	MOVE 'WRITE DEPOSIT-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE TERM-DEPOSITS.
	CLOSE DEPOSIT-POST-FEED.
	IF LADDER-WANTED
		PERFORM WRITE-MATURITY-LADDER
	END-IF
	MOVE 'TERM-DEPOSIT-MATURITY' TO HF-STEP
	MOVE 'P' TO HF-ROLE
	MOVE 'TERM-DEPOSIT-POST.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Term deposits: ' WS-MATURED-COUNT ' matured, '
		WS-ROLLED-COUNT ' rolled over, ' WS-BROKEN-COUNT ' broken, '
		WS-FEED-COUNT ' feed items'
	MOVE WS-DEPOSITS-READ TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> a deposit settled earlier today (a rerun of the step) only has its
*> items put back on the rebuilt feed; otherwise a due maturity or a
*> requested break is settled now
SERVICE-ONE-DEPOSIT.
	IF TD-LAST-PAYOUT-DATE = WS-TODAY-DATE
		PERFORM EMIT-SETTLEMENT
	ELSE
		IF TD-LIVE AND TD-MATURITY-DATE NOT > WS-TODAY-DATE
			PERFORM MATURE-DEPOSIT
		ELSE
			IF TD-BREAK-REQUESTED
				PERFORM BREAK-DEPOSIT
			END-IF
		END-IF
	END-IF
	IF TD-FUNDS-LOCKED
		PERFORM ADD-TO-LADDER
	END-IF.

MATURE-DEPOSIT.
	COMPUTE TD-LAST-INTEREST ROUNDED =
		TD-PRINCIPAL * TD-ANNUAL-RATE * TD-TERM-MONTHS / 1200
	MOVE WS-TODAY-DATE TO TD-LAST-PAYOUT-DATE
	IF TD-ROLLOVER
		MOVE TD-MATURITY-DATE TO TD-START-DATE
		MOVE TD-MATURITY-DATE TO MA-FROM-DATE
		MOVE TD-TERM-MONTHS TO MA-MONTHS
		PERFORM ADD-MONTHS-TO-DATE
		MOVE MA-RESULT-DATE TO TD-MATURITY-DATE
		ADD 1 TO TD-ROLL-COUNT
		ADD 1 TO WS-ROLLED-COUNT
		DISPLAY 'Deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ
			' rolled over to ' TD-MATURITY-DATE
	ELSE
		MOVE 'M' TO TD-STATUS
		MOVE WS-TODAY-DATE TO TD-CLOSED-DATE
		ADD 1 TO WS-MATURED-COUNT
		DISPLAY 'Deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ ' matured'
	END-IF
	REWRITE TERM-DEPOSIT-RECORD
	MOVE 'REWRITE TERM-DEPOSITS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM EMIT-SETTLEMENT.

*> interest for the days actually held, less the penalty months; what
*> is left can be negative, and then the shortfall is a fee
BREAK-DEPOSIT.
	COMPUTE WS-DAYS-HELD =
		FUNCTION INTEGER-OF-DATE(TD-CLOSED-DATE)
		- FUNCTION INTEGER-OF-DATE(TD-START-DATE)
	COMPUTE WS-EARNED-INTEREST ROUNDED =
		TD-PRINCIPAL * TD-ANNUAL-RATE * WS-DAYS-HELD / 36500
	COMPUTE WS-PENALTY-AMOUNT ROUNDED =
		TD-PRINCIPAL * TD-ANNUAL-RATE * WS-PENALTY-MONTHS / 1200
	COMPUTE TD-LAST-INTEREST = WS-EARNED-INTEREST - WS-PENALTY-AMOUNT
	MOVE WS-TODAY-DATE TO TD-LAST-PAYOUT-DATE
	MOVE 'B' TO TD-STATUS
	REWRITE TERM-DEPOSIT-RECORD
	MOVE 'REWRITE TERM-DEPOSITS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-BROKEN-COUNT
	DISPLAY 'Deposit ' TD-ACCOUNT-NO '/' TD-DEPOSIT-SEQ ' broken - earned '
		WS-EARNED-INTEREST ' penalty ' WS-PENALTY-AMOUNT
	PERFORM EMIT-SETTLEMENT.

*> everything here comes off the deposit record, so a rerun emits
*> exactly what the first run did
EMIT-SETTLEMENT.
	IF TD-LAST-INTEREST > ZERO
		MOVE TD-PAYOUT-ACCOUNT TO TP-ACCOUNT-NO
		MOVE 'I' TO TP-TYPE
		MOVE TD-LAST-INTEREST TO TP-AMOUNT
		MOVE ZERO TO TP-TO-ACCOUNT-NO
		PERFORM WRITE-DEPOSIT-POST-RECORD
	END-IF
	IF TD-LAST-INTEREST < ZERO
		MOVE TD-ACCOUNT-NO TO TP-ACCOUNT-NO
		MOVE 'F' TO TP-TYPE
		COMPUTE TP-AMOUNT = ZERO - TD-LAST-INTEREST
		MOVE ZERO TO TP-TO-ACCOUNT-NO
		PERFORM WRITE-DEPOSIT-POST-RECORD
	END-IF
	IF (TD-MATURED OR TD-BROKEN)
		AND TD-PAYOUT-ACCOUNT NOT = TD-ACCOUNT-NO
		MOVE TD-ACCOUNT-NO TO TP-ACCOUNT-NO
		MOVE 'T' TO TP-TYPE
		MOVE TD-PRINCIPAL TO TP-AMOUNT
		MOVE TD-PAYOUT-ACCOUNT TO TP-TO-ACCOUNT-NO
		PERFORM WRITE-DEPOSIT-POST-RECORD
	END-IF.

WRITE-DEPOSIT-POST-RECORD.
	MOVE WS-TODAY-DATE TO TP-DATE
	WRITE DEPOSIT-POST-RECORD
	MOVE 'WRITE DEPOSIT-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FEED-COUNT
	ADD TP-AMOUNT TO WS-FEED-HASH.

ADD-TO-LADDER.
	MOVE TD-MATURITY-DATE(1:4) TO WS-BUCKET-YYYY
	MOVE TD-MATURITY-DATE(5:2) TO WS-BUCKET-MM
	COMPUTE WS-MATURITY-MONTH-NO = WS-BUCKET-YYYY * 12 + WS-BUCKET-MM
	IF WS-MATURITY-MONTH-NO NOT > WS-TODAY-MONTH-NO
		MOVE 1 TO WS-BUCKET
	ELSE
		COMPUTE WS-BUCKET = WS-MATURITY-MONTH-NO - WS-TODAY-MONTH-NO + 1
		IF WS-BUCKET > 12
			MOVE 13 TO WS-BUCKET
		END-IF
	END-IF
	COMPUTE WS-TERM-INTEREST ROUNDED =
		TD-PRINCIPAL * TD-ANNUAL-RATE * TD-TERM-MONTHS / 1200
	ADD 1 TO WS-LADDER-COUNT(WS-BUCKET)
	ADD TD-PRINCIPAL TO WS-LADDER-PRINCIPAL(WS-BUCKET)
	ADD WS-TERM-INTEREST TO WS-LADDER-INTEREST(WS-BUCKET).

WRITE-MATURITY-LADDER.
	OPEN OUTPUT LADDER-REPORT
	MOVE 'OPEN LADDER-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO LADDER-LINE
	STRING 'TERM DEPOSIT MATURITY LADDER - ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO LADDER-LINE
	WRITE LADDER-LINE
	MOVE WS-LADDER-HEADING TO LADDER-LINE
	WRITE LADDER-LINE
	MOVE WS-TODAY-DATE(1:4) TO WS-BUCKET-YYYY
	MOVE WS-TODAY-DATE(5:2) TO WS-BUCKET-MM
	PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 13
		IF WS-BUCKET-SUB = 13
			MOVE 'LATER' TO LD-MONTH
		ELSE
			MOVE SPACES TO LD-MONTH
			STRING WS-BUCKET-YYYY '-' WS-BUCKET-MM
				DELIMITED BY SIZE INTO LD-MONTH
			IF WS-BUCKET-MM = 12
				MOVE 1 TO WS-BUCKET-MM
				ADD 1 TO WS-BUCKET-YYYY
			ELSE
				ADD 1 TO WS-BUCKET-MM
			END-IF
		END-IF
		MOVE WS-LADDER-COUNT(WS-BUCKET-SUB) TO LD-COUNT
		MOVE WS-LADDER-PRINCIPAL(WS-BUCKET-SUB) TO LD-PRINCIPAL
		MOVE WS-LADDER-INTEREST(WS-BUCKET-SUB) TO LD-INTEREST
		MOVE WS-LADDER-DETAIL TO LADDER-LINE
		WRITE LADDER-LINE
		ADD WS-LADDER-COUNT(WS-BUCKET-SUB) TO WS-LADDER-TOTAL-COUNT
		ADD WS-LADDER-PRINCIPAL(WS-BUCKET-SUB) TO WS-LADDER-TOTAL-PRINCIPAL
		ADD WS-LADDER-INTEREST(WS-BUCKET-SUB) TO WS-LADDER-TOTAL-INTEREST
	END-PERFORM
	MOVE 'TOTAL' TO LD-MONTH
	MOVE WS-LADDER-TOTAL-COUNT TO LD-COUNT
	MOVE WS-LADDER-TOTAL-PRINCIPAL TO LD-PRINCIPAL
	MOVE WS-LADDER-TOTAL-INTEREST TO LD-INTEREST
	MOVE WS-LADDER-DETAIL TO LADDER-LINE
	WRITE LADDER-LINE
	CLOSE LADDER-REPORT.

COPY MONTH-ADD.

COPY PARAM-FETCH.

COPY HANDOFF-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
