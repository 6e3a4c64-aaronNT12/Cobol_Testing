*> in the control totals like any other movement.
*>
*> Mod history:
*> 24.12.09 AN - INTEREST-ACCRUED carries the date each account is
*>               accrued through, and an account already accrued today
*>               is passed over: the month-end run with
*>               INTEREST_POST_MODE=Y from the scheduled stream comes
*>               after the nightly accrual and must only post, not add
*>               a second day. Such a run leaves the day's
*>               INTEREST-ACCRUAL.RPT as the first run wrote it.
*> 24.10.12 AN - an account with a product (AM-PRODUCT-CODE) accrues
*>               credit interest on its product's tier schedule from
*>               PRODUCT-CATALOG.DAT instead of the shared tiers; a
*>               product with no tiers pays none. An account with no
*>               product, or one not on the catalog, stays on
*>               INTEREST-RATES.DAT. Debit interest is unchanged.
*> 24.09.18 AN - principal locked in a term deposit earns the deposit's
*>               fixed rate at maturity (TERM-DEPOSIT-MATURITY), so the
*>               ordinary tiers now accrue on the balance less the
*>               account's locked term-deposit total only. No
*>               TERM-DEPOSITS master on file means nothing is locked.
*> 24.07.09 AN - overdrawn balances finally earn us something: a second,
*>               higher tier schedule (DEBIT-INTEREST-RATES.DAT, same
*>               layout as INTEREST-RATES.DAT, keyed on the overdrawn
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY TERM-DEPOSITS-SELECT.
	COPY PRODUCT-CATALOG-SELECT.
	SELECT INTEREST-RATES ASSIGN TO 'INTEREST-RATES.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL DEBIT-INTEREST-RATES
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY TERM-DEPOSITS-FD.

COPY PRODUCT-CATALOG-FD.

FD INTEREST-RATES.
01 INTEREST-RATES-RECORD.
	05 IR-MIN-BALANCE PIC 9(9)V99.
	05 IA-ACCOUNT-NO PIC 9(10).
	05 IA-ACCRUED PIC 9(7)V99.
	05 IA-DEBIT-ACCRUED PIC 9(7)V99.
	05 IA-ACCRUED-THROUGH PIC 9(8).

FD INTEREST-POST-FILE.
01 INTEREST-POST-RECORD.
		10 DT-ANNUAL-RATE PIC 999V9999.
77 WS-DEBIT-TIER-COUNT PIC 9(3) VALUE ZERO.
01 WS-OVERDRAWN-AMOUNT PIC 9(9)V99.
01 WS-DEPOSITS-FLAG PIC X VALUE 'N'.
	88 TERM-DEPOSITS-AVAILABLE VALUE 'Y'.
01 WS-LOCK-EOF PIC X VALUE 'N'.
	88 LOCK-SCAN-EOF VALUE 'Y'.
01 WS-LOCKED-TOTAL PIC 9(11)V99.
01 WS-ACCRUING-BALANCE PIC S9(11)V99.
01 WS-SELECTED-RATE PIC 999V9999.
01 WS-DAILY-INTEREST PIC 9(7)V99.
01 WS-POST-COUNT PIC 9(10) VALUE ZERO.
01 WS-CREDIT-ACCRUED-TODAY PIC 9(9)V99 VALUE ZERO.
01 WS-DEBIT-ACCRUED-TODAY PIC 9(9)V99 VALUE ZERO.
01 WS-CREDIT-ACCOUNTS-TODAY PIC 9(5) VALUE ZERO.
01 WS-TODAY-DATE PIC 9(8).
01 WS-ALREADY-ACCRUED PIC 9(5) VALUE ZERO.
01 WS-DEBIT-ACCOUNTS-TODAY PIC 9(5) VALUE ZERO.
01 WS-ACCRUAL-TOTAL-LINE.
	05 AR-LABEL PIC X(34).
	05 AR-COUNT PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 AR-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
COPY TERM-DEPOSITS-STATUS.
COPY PRODUCT-CATALOG-STATUS.
01 WS-PRODUCTS-FLAG PIC X VALUE 'N'.
	88 PRODUCTS-AVAILABLE VALUE 'Y'.
01 WS-PRODUCT-TIERS-FLAG PIC X.
	88 PRODUCT-TIERS-APPLY VALUE 'Y'.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

BEGIN.
	MOVE 'INTEREST-ACCRUAL' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM LOAD-RATE-TIERS.
	PERFORM LOAD-DEBIT-RATE-TIERS.
	ACCEPT WS-POST-FLAG FROM ENVIRONMENT 'INTEREST_POST_MODE'
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT TERM-DEPOSITS.
	IF TD-OK
		SET TERM-DEPOSITS-AVAILABLE TO TRUE
	ELSE
		CLOSE TERM-DEPOSITS
	END-IF
	OPEN INPUT PRODUCT-CATALOG.
	IF PC-OK
		SET PRODUCTS-AVAILABLE TO TRUE
	ELSE
		CLOSE PRODUCT-CATALOG
	END-IF
	OPEN I-O INTEREST-ACCRUED.
	IF NOT FS-STATUS-OK
		CLOSE INTEREST-ACCRUED
	MOVE 'OPEN INTEREST-ACCRUED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM ACCRUE-DAILY-INTEREST.
	IF WS-ALREADY-ACCRUED > ZERO
		DISPLAY WS-ALREADY-ACCRUED ' account(s) already accrued through '
			WS-TODAY-DATE ' - passed over'
	END-IF
	IF WS-ALREADY-ACCRUED = ZERO
		OR WS-CREDIT-ACCOUNTS-TODAY > ZERO
		OR WS-DEBIT-ACCOUNTS-TODAY > ZERO
		PERFORM WRITE-ACCRUAL-REPORT
	END-IF.
	IF WS-POST-MODE
		PERFORM EMIT-MONTHLY-POSTING
	END-IF.
	CLOSE ACCOUNT-MASTER.
	IF TERM-DEPOSITS-AVAILABLE
		CLOSE TERM-DEPOSITS
	END-IF
	IF PRODUCTS-AVAILABLE
		CLOSE PRODUCT-CATALOG
	END-IF
	CLOSE INTEREST-ACCRUED.
	PERFORM END-JOB-STATS.
	STOP RUN.
		END-READ
	END-PERFORM.

*> term-deposit principal is earning its own fixed rate, so only what
*> is left over is tiered here
ACCRUE-ONE-ACCOUNT.
	PERFORM SUM-LOCKED-DEPOSITS
	COMPUTE WS-ACCRUING-BALANCE = AM-BALANCE - WS-LOCKED-TOTAL
	IF WS-ACCRUING-BALANCE > ZERO
		PERFORM SELECT-RATE-TIER
	ELSE
		MOVE ZERO TO WS-SELECTED-RATE
	END-IF
	IF WS-SELECTED-RATE > ZERO
		COMPUTE WS-DAILY-INTEREST ROUNDED =
			WS-ACCRUING-BALANCE * WS-SELECTED-RATE / 365
		MOVE AM-ACCOUNT-NO TO IA-ACCOUNT-NO
		READ INTEREST-ACCRUED
			INVALID KEY
				MOVE AM-ACCOUNT-NO TO IA-ACCOUNT-NO
				MOVE WS-DAILY-INTEREST TO IA-ACCRUED
				MOVE ZERO TO IA-DEBIT-ACCRUED
				MOVE WS-TODAY-DATE TO IA-ACCRUED-THROUGH
				WRITE INTEREST-ACCRUED-RECORD
			NOT INVALID KEY
				IF IA-ACCRUED-THROUGH NOT < WS-TODAY-DATE
					ADD 1 TO WS-ALREADY-ACCRUED
					EXIT PARAGRAPH
				END-IF
				ADD WS-DAILY-INTEREST TO IA-ACCRUED
				MOVE WS-TODAY-DATE TO IA-ACCRUED-THROUGH
				REWRITE INTEREST-ACCRUED-RECORD
		END-READ
		MOVE 'UPDATE INTEREST-ACCRUED' TO FS-LAST-OPERATION
				MOVE AM-ACCOUNT-NO TO IA-ACCOUNT-NO
				MOVE ZERO TO IA-ACCRUED
				MOVE WS-DAILY-INTEREST TO IA-DEBIT-ACCRUED
				MOVE WS-TODAY-DATE TO IA-ACCRUED-THROUGH
				WRITE INTEREST-ACCRUED-RECORD
			NOT INVALID KEY
				IF IA-ACCRUED-THROUGH NOT < WS-TODAY-DATE
					ADD 1 TO WS-ALREADY-ACCRUED
					EXIT PARAGRAPH
				END-IF
				ADD WS-DAILY-INTEREST TO IA-DEBIT-ACCRUED
				MOVE WS-TODAY-DATE TO IA-ACCRUED-THROUGH
				REWRITE INTEREST-ACCRUED-RECORD
		END-READ
		MOVE 'UPDATE INTEREST-ACCRUED' TO FS-LAST-OPERATION
	WRITE ACCRUAL-REPORT-LINE
	CLOSE ACCRUAL-REPORT.

*> an account's product carries its own schedule; the shared tiers
*> are for accounts with no product, or one missing from the catalog
SELECT-RATE-TIER.
	MOVE ZERO TO WS-SELECTED-RATE
	PERFORM FIND-ACCOUNT-PRODUCT
	IF PRODUCT-TIERS-APPLY
		PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
			UNTIL WS-TIER-SUB > PC-TIER-COUNT
			IF WS-ACCRUING-BALANCE >= PC-TIER-MIN-BALANCE(WS-TIER-SUB)
				MOVE PC-TIER-ANNUAL-RATE(WS-TIER-SUB)
					TO WS-SELECTED-RATE
			END-IF
		END-PERFORM
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
		UNTIL WS-TIER-SUB > WS-TIER-COUNT
		IF WS-ACCRUING-BALANCE >= TIER-MIN-BALANCE(WS-TIER-SUB)
			MOVE TIER-ANNUAL-RATE(WS-TIER-SUB) TO WS-SELECTED-RATE
		END-IF
	END-PERFORM.

*> the record stays in the buffer while the account is worked, and a
*> run of accounts on the same product reads the catalog only once
FIND-ACCOUNT-PRODUCT.
	MOVE 'N' TO WS-PRODUCT-TIERS-FLAG
	IF AM-PRODUCT-CODE = SPACES OR NOT PRODUCTS-AVAILABLE
		EXIT PARAGRAPH
	END-IF
	IF AM-PRODUCT-CODE = PC-PRODUCT-CODE AND PC-OK
		SET PRODUCT-TIERS-APPLY TO TRUE
		EXIT PARAGRAPH
	END-IF
	MOVE AM-PRODUCT-CODE TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			SET PRODUCT-TIERS-APPLY TO TRUE
	END-READ.

SUM-LOCKED-DEPOSITS.
	MOVE ZERO TO WS-LOCKED-TOTAL
	IF TERM-DEPOSITS-AVAILABLE
		MOVE 'N' TO WS-LOCK-EOF
		MOVE AM-ACCOUNT-NO TO TD-ACCOUNT-NO
		MOVE ZERO TO TD-DEPOSIT-SEQ
		START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
			INVALID KEY SET LOCK-SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL LOCK-SCAN-EOF
			READ TERM-DEPOSITS NEXT RECORD
				AT END SET LOCK-SCAN-EOF TO TRUE
			END-READ
			IF NOT LOCK-SCAN-EOF
				IF TD-ACCOUNT-NO NOT = AM-ACCOUNT-NO
					SET LOCK-SCAN-EOF TO TRUE
				ELSE
					IF TD-FUNDS-LOCKED
						ADD TD-PRINCIPAL TO WS-LOCKED-TOTAL
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-IF.

*> month-end: every nonzero accrual becomes one type 'I' feed record,
*> the accrual is zeroed, and the feed gets the same control trailer
*> the upstream TRANSACTION.DAT carries so the posting run balances it
