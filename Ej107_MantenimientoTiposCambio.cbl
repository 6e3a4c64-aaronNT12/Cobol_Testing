*> Purpose: Daily exchange-rate table maintenance
*>
*> Accounts can now be held in a foreign currency (AM-CURRENCY-CODE),
*> and BANK-TRANSACTION converts a transfer between two currencies -
*> and values every foreign movement and position in the base
*> currency - from FX-RATES.DAT. This keeps that table: one rate per
*> currency per date, quoted as base-currency units per unit of the
*> currency, in force from its date until a later one is keyed. A
*> new day's rate can be keyed at any level; correcting a rate
*> already on file takes level 3, since postings may already have
*> used it. Every change lands in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.09.24 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. FX-RATE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY FX-RATES-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY FX-RATES-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-CURRENCY PIC X(3).
01 WS-WORK-DATE PIC 9(8).
01 WS-NEW-RATE PIC 9(5)V9(6).
01 WS-OLD-RATE PIC 9(5)V9(6).
01 WS-EDITED-RATE PIC ZZZZ9.999999.
01 WS-RATE-EOF PIC X VALUE 'N'.
	88 RATE-SCAN-EOF VALUE 'Y'.
01 WS-RATE-COUNT PIC 9(5).
01 WS-IN-FORCE-FLAG PIC X.
	88 RATE-IN-FORCE-FOUND VALUE 'Y'.
01 WS-IN-FORCE-DATE PIC 9(8).
01 WS-IN-FORCE-RATE PIC 9(5)V9(6).
COPY FX-RATES-STATUS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'FX-RATE-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'FX-RATE-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O FX-RATES.
	IF NOT FX-OK
		CLOSE FX-RATES
		OPEN OUTPUT FX-RATES
		CLOSE FX-RATES
		OPEN I-O FX-RATES
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Enter exchange rate'
		DISPLAY '2. List rates for a currency'
		DISPLAY '3. Show rate in force on a date'
		DISPLAY '4. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM ENTER-RATE THRU ENTER-RATE-EXIT
			WHEN 2 PERFORM LIST-CURRENCY-RATES
			WHEN 3 PERFORM SHOW-RATE-IN-FORCE
			WHEN 4 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE FX-RATES.
	STOP RUN.

*> a new currency/date is written at any level; the same currency and
*> date again is a correction and needs level 3
ENTER-RATE.
	DISPLAY 'Currency code (3 letters): '
	ACCEPT WS-WORK-CURRENCY
	IF WS-WORK-CURRENCY IS NOT ALPHABETIC-UPPER
		OR WS-WORK-CURRENCY(3:1) = SPACE
		DISPLAY 'Currency code must be three capital letters - rejected'
		GO TO ENTER-RATE-EXIT
	END-IF
	DISPLAY 'Rate date (YYYYMMDD, 0 = today): '
	ACCEPT WS-WORK-DATE
	IF WS-WORK-DATE = ZERO
		MOVE WS-TODAY-DATE TO WS-WORK-DATE
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = ZERO
		DISPLAY 'Rate date is not a valid date - rejected'
		GO TO ENTER-RATE-EXIT
	END-IF
	DISPLAY 'Base-currency units per 1 ' WS-WORK-CURRENCY ': '
	ACCEPT WS-NEW-RATE
	IF WS-NEW-RATE = ZERO
		DISPLAY 'Rate must be nonzero - rejected'
		GO TO ENTER-RATE-EXIT
	END-IF
	MOVE WS-WORK-CURRENCY TO FX-CURRENCY-CODE
	MOVE WS-WORK-DATE TO FX-RATE-DATE
	READ FX-RATES
		INVALID KEY
			MOVE WS-NEW-RATE TO FX-RATE
			MOVE OPR-OPERATOR-ID TO FX-ENTERED-BY
			WRITE FX-RATE-RECORD
			MOVE 'WRITE FX-RATES' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			MOVE WS-NEW-RATE TO WS-EDITED-RATE
			DISPLAY WS-WORK-CURRENCY ' rate ' WS-EDITED-RATE
				' in force from ' WS-WORK-DATE
			MOVE 'ADD' TO AT-CHANGE-OPERATION
			MOVE FX-KEY TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING 'rate ' WS-EDITED-RATE
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
			GO TO ENTER-RATE-EXIT
	END-READ
	IF OPR-LEVEL < 3
		DISPLAY 'A rate is already on file for that date - '
			'correcting it takes level 3'
		GO TO ENTER-RATE-EXIT
	END-IF
	MOVE FX-RATE TO WS-OLD-RATE
	MOVE WS-NEW-RATE TO FX-RATE
	MOVE OPR-OPERATOR-ID TO FX-ENTERED-BY
	REWRITE FX-RATE-RECORD
	MOVE 'REWRITE FX-RATES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY WS-WORK-CURRENCY ' rate for ' WS-WORK-DATE ' corrected'
	MOVE 'CHANGE' TO AT-CHANGE-OPERATION
	MOVE FX-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	MOVE WS-OLD-RATE TO WS-EDITED-RATE
	STRING 'was ' WS-EDITED-RATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	ENTER-RATE-EXIT.
	EXIT.

LIST-CURRENCY-RATES.
	DISPLAY 'Currency code: '
	ACCEPT WS-WORK-CURRENCY
	MOVE ZERO TO WS-RATE-COUNT
	MOVE 'N' TO WS-RATE-EOF
	MOVE WS-WORK-CURRENCY TO FX-CURRENCY-CODE
	MOVE ZERO TO FX-RATE-DATE
	START FX-RATES KEY IS GREATER THAN OR EQUAL TO FX-KEY
		INVALID KEY SET RATE-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL RATE-SCAN-EOF
		READ FX-RATES NEXT RECORD
			AT END SET RATE-SCAN-EOF TO TRUE
		END-READ
		IF NOT RATE-SCAN-EOF AND FX-CURRENCY-CODE NOT = WS-WORK-CURRENCY
			SET RATE-SCAN-EOF TO TRUE
		END-IF
		IF NOT RATE-SCAN-EOF
			ADD 1 TO WS-RATE-COUNT
			MOVE FX-RATE TO WS-EDITED-RATE
			DISPLAY FX-RATE-DATE ' ' WS-EDITED-RATE ' by ' FX-ENTERED-BY
		END-IF
	END-PERFORM
	DISPLAY WS-RATE-COUNT ' rate(s)'.

*> the rate in force on a day is the latest one dated on or before it
SHOW-RATE-IN-FORCE.
	DISPLAY 'Currency code: '
	ACCEPT WS-WORK-CURRENCY
	DISPLAY 'Date (YYYYMMDD, 0 = today): '
	ACCEPT WS-WORK-DATE
	IF WS-WORK-DATE = ZERO
		MOVE WS-TODAY-DATE TO WS-WORK-DATE
	END-IF
	MOVE 'N' TO WS-IN-FORCE-FLAG
	MOVE 'N' TO WS-RATE-EOF
	MOVE WS-WORK-CURRENCY TO FX-CURRENCY-CODE
	MOVE ZERO TO FX-RATE-DATE
	START FX-RATES KEY IS GREATER THAN OR EQUAL TO FX-KEY
		INVALID KEY SET RATE-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL RATE-SCAN-EOF
		READ FX-RATES NEXT RECORD
			AT END SET RATE-SCAN-EOF TO TRUE
		END-READ
		IF NOT RATE-SCAN-EOF
			IF FX-CURRENCY-CODE NOT = WS-WORK-CURRENCY
				OR FX-RATE-DATE > WS-WORK-DATE
				SET RATE-SCAN-EOF TO TRUE
			ELSE
				SET RATE-IN-FORCE-FOUND TO TRUE
				MOVE FX-RATE-DATE TO WS-IN-FORCE-DATE
				MOVE FX-RATE TO WS-IN-FORCE-RATE
			END-IF
		END-IF
	END-PERFORM
	IF RATE-IN-FORCE-FOUND
		MOVE WS-IN-FORCE-RATE TO WS-EDITED-RATE
		DISPLAY WS-WORK-CURRENCY ' on ' WS-WORK-DATE ': ' WS-EDITED-RATE
			' (keyed for ' WS-IN-FORCE-DATE ')'
	ELSE
		DISPLAY 'No ' WS-WORK-CURRENCY ' rate in force on ' WS-WORK-DATE
	END-IF.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
