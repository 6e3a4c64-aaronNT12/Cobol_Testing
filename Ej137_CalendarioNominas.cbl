*> Purpose: Pay calendar maintenance - pay periods and paydays per
*> pay frequency
*>
*> Everyone used to be paid on the one cycle, whenever the payroll
*> step happened to run. With staff on monthly, semi-monthly, biweekly
*> and weekly pay, each frequency needs its own periods and paydays.
*> This keeps PAY-CALENDAR.DAT: one record per pay period per
*> frequency - the period's first and last day and the date it is
*> paid. A year of periods is generated in one go (monthly to the
*> month end, semi-monthly to the 15th and the month end, biweekly and
*> weekly every 14 or 7 days from the first period end of the year),
*> paid a set number of days after the period ends. Every payday is
*> checked against BUSINESS-CALENDAR.DAT through the shared
*> BUSINESS-DAY-CHECK paragraphs: one that lands on a weekend or
*> holiday is brought back to the business day before it, the date it
*> was moved from kept alongside, so staff are never paid late. A
*> holiday added after the year was generated is picked up by the
*> recheck option. Menu-driven like CALENDAR-MAINT, every change in
*> the shared AUDIT-TRAIL; a period the pay run has stamped paid
*> cannot be changed or removed. SeniorTestProgram pays each
*> frequency on its paydays and BUDGET-VARIANCE counts them.
*>
*> Mod history:
*> 24.11.25 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. PAY-CALENDAR-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY PAY-CALENDAR-SELECT.
	COPY BUSINESS-CALENDAR-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY PAY-CALENDAR-FD.

COPY BUSINESS-CALENDAR-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-WORK-FREQUENCY PIC X.
	88 WORK-FREQUENCY-VALID VALUE 'M' 'S' 'B' 'W'.
01 WS-WORK-PERIOD-END PIC 9(8).
01 WS-WORK-DATE PIC 9(8).
01 WS-WORK-YEAR PIC 9(4).
01 WS-PAY-LAG PIC 9(2).
01 WS-PY-EOF PIC X VALUE 'N'.
	88 PAY-CALENDAR-EOF VALUE 'Y'.
*> generation scratch: the period in hand and the step between
*> period ends for the frequencies that run on a fixed number of days
01 WS-GEN-START PIC 9(8).
01 WS-GEN-END PIC 9(8).
01 WS-GEN-STEP PIC 9(2).
01 WS-GEN-MONTH PIC 9(2).
01 WS-GEN-HALF PIC 9.
01 WS-GEN-INT PIC 9(8).
01 WS-GEN-ADDED PIC 9(3).
01 WS-GEN-SKIPPED PIC 9(3).
01 WS-GEN-MOVED PIC 9(3).
01 WS-RECHECK-COUNT PIC 9(5).
01 WS-MOVED-COUNT PIC 9(5).
01 WS-OLD-PAY-DATE PIC 9(8).
COPY PAY-CALENDAR-STATUS.
COPY BUSINESS-CALENDAR-STATUS.
COPY BUSINESS-DAY-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'PAY-CALENDAR-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'PAY-CALENDAR-MAINT' TO AT-CALLING-PROGRAM.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O PAY-CALENDAR.
	IF NOT PY-OK
		CLOSE PAY-CALENDAR
		OPEN OUTPUT PAY-CALENDAR
		CLOSE PAY-CALENDAR
		OPEN I-O PAY-CALENDAR
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Generate a year of pay periods'
		DISPLAY '2. Add pay period'
		DISPLAY '3. Change payday'
		DISPLAY '4. Remove pay period'
		DISPLAY '5. List pay periods'
		DISPLAY '6. Recheck open paydays against holidays'
		DISPLAY '7. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1
				IF OPR-LEVEL < 3
					DISPLAY 'Pay calendar changes take level 3'
				ELSE
					PERFORM GENERATE-PERIODS THRU GENERATE-PERIODS-EXIT
				END-IF
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Pay calendar changes take level 3'
				ELSE
					PERFORM ADD-PERIOD THRU ADD-PERIOD-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
					DISPLAY 'Pay calendar changes take level 3'
				ELSE
					PERFORM CHANGE-PAYDAY THRU CHANGE-PAYDAY-EXIT
				END-IF
			WHEN 4
				IF OPR-LEVEL < 3
					DISPLAY 'Pay calendar changes take level 3'
				ELSE
					PERFORM REMOVE-PERIOD THRU REMOVE-PERIOD-EXIT
				END-IF
			WHEN 5 PERFORM LIST-PERIODS
			WHEN 6 PERFORM RECHECK-PAYDAYS
			WHEN 7 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE PAY-CALENDAR.
	STOP RUN.

ACCEPT-FREQUENCY.
	DISPLAY 'Pay frequency (M = monthly, S = semi-monthly, '
		'B = biweekly, W = weekly): '
	ACCEPT WS-WORK-FREQUENCY.

*> a whole year for one frequency, each period paid WS-PAY-LAG days
*> after it ends; a period already on file is left as it is, so a
*> year can be generated again after periods were added by hand
GENERATE-PERIODS.
	PERFORM ACCEPT-FREQUENCY
	IF NOT WORK-FREQUENCY-VALID
		DISPLAY 'Pay frequency must be M, S, B or W - rejected'
		GO TO GENERATE-PERIODS-EXIT
	END-IF
	DISPLAY 'Year (YYYY): '
	ACCEPT WS-WORK-YEAR
	IF WS-WORK-YEAR < 1900
		DISPLAY 'Year ' WS-WORK-YEAR ' is not valid - rejected'
		GO TO GENERATE-PERIODS-EXIT
	END-IF
	DISPLAY 'Days from period end to payday (0 = paid on the '
		'period end): '
	ACCEPT WS-PAY-LAG
	MOVE ZERO TO WS-GEN-ADDED WS-GEN-SKIPPED WS-GEN-MOVED
	EVALUATE WS-WORK-FREQUENCY
		WHEN 'M'
			PERFORM GENERATE-MONTHLY
		WHEN 'S'
			PERFORM GENERATE-SEMI-MONTHLY
		WHEN OTHER
			PERFORM GENERATE-FIXED-STEP THRU GENERATE-FIXED-STEP-EXIT
	END-EVALUATE
	DISPLAY WS-GEN-ADDED ' period(s) added, ' WS-GEN-SKIPPED
		' already on file, ' WS-GEN-MOVED
		' payday(s) brought forward off a holiday or weekend'
	IF WS-GEN-ADDED > ZERO
		MOVE 'GENERATE' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-FREQUENCY TO AT-TRACKED-KEY
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'year ' WS-WORK-YEAR ' periods ' WS-GEN-ADDED
			' lag ' WS-PAY-LAG
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		PERFORM LOG-AUDIT-EVENT
	END-IF.
	GENERATE-PERIODS-EXIT.
	EXIT.

*> the first to the last day of each month
GENERATE-MONTHLY.
	PERFORM VARYING WS-GEN-MONTH FROM 1 BY 1 UNTIL WS-GEN-MONTH > 12
		COMPUTE WS-GEN-START =
			WS-WORK-YEAR * 10000 + WS-GEN-MONTH * 100 + 1
		PERFORM FIND-MONTH-END
		PERFORM WRITE-GENERATED-PERIOD
	END-PERFORM.

*> the 1st to the 15th, then the 16th to the month end
GENERATE-SEMI-MONTHLY.
	PERFORM VARYING WS-GEN-MONTH FROM 1 BY 1 UNTIL WS-GEN-MONTH > 12
		COMPUTE WS-GEN-START =
			WS-WORK-YEAR * 10000 + WS-GEN-MONTH * 100 + 1
		COMPUTE WS-GEN-END =
			WS-WORK-YEAR * 10000 + WS-GEN-MONTH * 100 + 15
		PERFORM WRITE-GENERATED-PERIOD
		COMPUTE WS-GEN-START =
			WS-WORK-YEAR * 10000 + WS-GEN-MONTH * 100 + 16
		PERFORM FIND-MONTH-END
		PERFORM WRITE-GENERATED-PERIOD
	END-PERFORM.

*> biweekly and weekly periods run on from the first period end of
*> the year the operator gives, every 14 or 7 days to the year's end
GENERATE-FIXED-STEP.
	IF WS-WORK-FREQUENCY = 'B'
		MOVE 14 TO WS-GEN-STEP
	ELSE
		MOVE 7 TO WS-GEN-STEP
	END-IF
	DISPLAY 'First period end of the year (YYYYMMDD): '
	ACCEPT WS-GEN-END
	IF WS-GEN-END(1:4) NOT = WS-WORK-YEAR
		DISPLAY 'First period end must fall in ' WS-WORK-YEAR
			' - rejected'
		GO TO GENERATE-FIXED-STEP-EXIT
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-END) NOT = ZERO
		DISPLAY 'First period end ' WS-GEN-END ' is not a date'
			' - rejected'
		GO TO GENERATE-FIXED-STEP-EXIT
	END-IF
	PERFORM UNTIL WS-GEN-END(1:4) NOT = WS-WORK-YEAR
		COMPUTE WS-GEN-INT = FUNCTION INTEGER-OF-DATE(WS-GEN-END)
		COMPUTE WS-GEN-START = FUNCTION DATE-OF-INTEGER(
			WS-GEN-INT - WS-GEN-STEP + 1)
		PERFORM WRITE-GENERATED-PERIOD
		COMPUTE WS-GEN-END = FUNCTION DATE-OF-INTEGER(
			WS-GEN-INT + WS-GEN-STEP)
	END-PERFORM.
	GENERATE-FIXED-STEP-EXIT.
	EXIT.

*> the day before the first of the following month
FIND-MONTH-END.
	IF WS-GEN-MONTH = 12
		COMPUTE WS-GEN-END = WS-WORK-YEAR * 10000 + 1231
	ELSE
		COMPUTE WS-GEN-INT = FUNCTION INTEGER-OF-DATE(
			WS-WORK-YEAR * 10000 + (WS-GEN-MONTH + 1) * 100 + 1)
		COMPUTE WS-GEN-END = FUNCTION DATE-OF-INTEGER(WS-GEN-INT - 1)
	END-IF.

WRITE-GENERATED-PERIOD.
	MOVE WS-WORK-FREQUENCY TO PY-FREQUENCY
	MOVE WS-GEN-END TO PY-PERIOD-END
	MOVE WS-GEN-START TO PY-PERIOD-START
	COMPUTE PY-SCHEDULED-DATE = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-GEN-END) + WS-PAY-LAG)
	MOVE PY-SCHEDULED-DATE TO BD-CHECK-DATE
	PERFORM ROLL-BACK-TO-BUSINESS-DAY
	MOVE BD-CHECK-DATE TO PY-PAY-DATE
	MOVE ZERO TO PY-PAID-DATE
	WRITE PAY-CALENDAR-RECORD
		INVALID KEY
			ADD 1 TO WS-GEN-SKIPPED
		NOT INVALID KEY
			ADD 1 TO WS-GEN-ADDED
			IF PY-PAY-DATE NOT = PY-SCHEDULED-DATE
				ADD 1 TO WS-GEN-MOVED
			END-IF
	END-WRITE.

*> one period keyed by hand - a short first period for a new
*> frequency, or a year that does not fit the generator
ADD-PERIOD.
	PERFORM ACCEPT-FREQUENCY
	IF NOT WORK-FREQUENCY-VALID
		DISPLAY 'Pay frequency must be M, S, B or W - rejected'
		GO TO ADD-PERIOD-EXIT
	END-IF
	DISPLAY 'Period start (YYYYMMDD): '
	ACCEPT WS-GEN-START
	DISPLAY 'Period end (YYYYMMDD): '
	ACCEPT WS-GEN-END
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-START) NOT = ZERO
		OR FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-END) NOT = ZERO
		OR WS-GEN-END < WS-GEN-START
		DISPLAY 'Period dates are not valid - rejected'
		GO TO ADD-PERIOD-EXIT
	END-IF
	DISPLAY 'Payday (YYYYMMDD): '
	ACCEPT WS-WORK-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = ZERO
		DISPLAY 'Payday ' WS-WORK-DATE ' is not a date - rejected'
		GO TO ADD-PERIOD-EXIT
	END-IF
	MOVE WS-WORK-FREQUENCY TO PY-FREQUENCY
	MOVE WS-GEN-END TO PY-PERIOD-END
	MOVE WS-GEN-START TO PY-PERIOD-START
	MOVE WS-WORK-DATE TO PY-SCHEDULED-DATE
	MOVE WS-WORK-DATE TO BD-CHECK-DATE
	PERFORM ROLL-BACK-TO-BUSINESS-DAY
	MOVE BD-CHECK-DATE TO PY-PAY-DATE
	MOVE ZERO TO PY-PAID-DATE
	WRITE PAY-CALENDAR-RECORD
		INVALID KEY
			DISPLAY 'Period ' WS-WORK-FREQUENCY ' ' WS-GEN-END
				' already on file'
		NOT INVALID KEY
			PERFORM SHOW-MOVED-PAYDAY
			DISPLAY 'Period ' WS-WORK-FREQUENCY ' ' WS-GEN-END
				' added, paid ' PY-PAY-DATE
			MOVE 'ADD' TO AT-CHANGE-OPERATION
			MOVE PY-KEY TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING 'from ' PY-PERIOD-START ' paid ' PY-PAY-DATE
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-WRITE.
	ADD-PERIOD-EXIT.
	EXIT.

*> a payday moved by hand goes through the same holiday check
CHANGE-PAYDAY.
	PERFORM ACCEPT-FREQUENCY
	DISPLAY 'Period end (YYYYMMDD): '
	ACCEPT WS-WORK-PERIOD-END
	MOVE WS-WORK-FREQUENCY TO PY-FREQUENCY
	MOVE WS-WORK-PERIOD-END TO PY-PERIOD-END
	READ PAY-CALENDAR
		INVALID KEY
			DISPLAY 'Period ' WS-WORK-FREQUENCY ' '
				WS-WORK-PERIOD-END ' not on file'
			GO TO CHANGE-PAYDAY-EXIT
	END-READ
	IF PY-PAID-DATE NOT = ZERO
		DISPLAY 'Period was paid ' PY-PAID-DATE ' - not changed'
		MOVE PY-KEY TO EL-TRACKED-RESOURCE
		MOVE 'payday change rejected - period already paid'
			TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO CHANGE-PAYDAY-EXIT
	END-IF
	DISPLAY 'Current payday ' PY-PAY-DATE
	DISPLAY 'New payday (YYYYMMDD): '
	ACCEPT WS-WORK-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = ZERO
		DISPLAY 'Payday ' WS-WORK-DATE ' is not a date - rejected'
		GO TO CHANGE-PAYDAY-EXIT
	END-IF
	MOVE PY-PAY-DATE TO WS-OLD-PAY-DATE
	MOVE WS-WORK-DATE TO PY-SCHEDULED-DATE
	MOVE WS-WORK-DATE TO BD-CHECK-DATE
	PERFORM ROLL-BACK-TO-BUSINESS-DAY
	MOVE BD-CHECK-DATE TO PY-PAY-DATE
	REWRITE PAY-CALENDAR-RECORD
	PERFORM SHOW-MOVED-PAYDAY
	DISPLAY 'Period ' WS-WORK-FREQUENCY ' ' WS-WORK-PERIOD-END
		' now paid ' PY-PAY-DATE
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE PY-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'payday ' WS-OLD-PAY-DATE ' -> ' PY-PAY-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-PAYDAY-EXIT.
	EXIT.

*> a paid period is the record of what was paid and stays
REMOVE-PERIOD.
	PERFORM ACCEPT-FREQUENCY
	DISPLAY 'Period end (YYYYMMDD): '
	ACCEPT WS-WORK-PERIOD-END
	MOVE WS-WORK-FREQUENCY TO PY-FREQUENCY
	MOVE WS-WORK-PERIOD-END TO PY-PERIOD-END
	READ PAY-CALENDAR
		INVALID KEY
			DISPLAY 'Period ' WS-WORK-FREQUENCY ' '
				WS-WORK-PERIOD-END ' not on file'
			GO TO REMOVE-PERIOD-EXIT
	END-READ
	IF PY-PAID-DATE NOT = ZERO
		DISPLAY 'Period was paid ' PY-PAID-DATE ' - not removed'
		MOVE PY-KEY TO EL-TRACKED-RESOURCE
		MOVE 'period remove rejected - period already paid'
			TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO REMOVE-PERIOD-EXIT
	END-IF
	DELETE PAY-CALENDAR RECORD
	DISPLAY 'Period ' WS-WORK-FREQUENCY ' ' WS-WORK-PERIOD-END
		' removed'
	MOVE 'DELETE' TO AT-CHANGE-OPERATION
	MOVE PY-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'period removed, was paid on ' PY-PAY-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REMOVE-PERIOD-EXIT.
	EXIT.

*> one frequency, or blank for the lot
LIST-PERIODS.
	DISPLAY 'Pay frequency (blank = all): '
	ACCEPT WS-WORK-FREQUENCY
	MOVE 'N' TO WS-PY-EOF
	MOVE LOW-VALUES TO PY-KEY
	IF WS-WORK-FREQUENCY NOT = SPACE
		MOVE WS-WORK-FREQUENCY TO PY-FREQUENCY
	END-IF
	START PAY-CALENDAR KEY IS GREATER THAN OR EQUAL TO PY-KEY
		INVALID KEY SET PAY-CALENDAR-EOF TO TRUE
	END-START
	PERFORM UNTIL PAY-CALENDAR-EOF
		READ PAY-CALENDAR NEXT RECORD
			AT END SET PAY-CALENDAR-EOF TO TRUE
			NOT AT END
				IF WS-WORK-FREQUENCY NOT = SPACE
					AND PY-FREQUENCY NOT = WS-WORK-FREQUENCY
					SET PAY-CALENDAR-EOF TO TRUE
				ELSE
					DISPLAY PY-FREQUENCY ' ' PY-PERIOD-START ' - '
						PY-PERIOD-END ' payday ' PY-PAY-DATE
						' (scheduled ' PY-SCHEDULED-DATE ') paid '
						PY-PAID-DATE
				END-IF
		END-READ
	END-PERFORM.

*> a holiday keyed after the year was generated can land on an open
*> payday; every unpaid period's scheduled date is put through the
*> calendar again and the payday moved where it no longer holds
RECHECK-PAYDAYS.
	MOVE ZERO TO WS-RECHECK-COUNT WS-MOVED-COUNT
	MOVE 'N' TO WS-PY-EOF
	MOVE LOW-VALUES TO PY-KEY
	START PAY-CALENDAR KEY IS GREATER THAN OR EQUAL TO PY-KEY
		INVALID KEY SET PAY-CALENDAR-EOF TO TRUE
	END-START
	PERFORM UNTIL PAY-CALENDAR-EOF
		READ PAY-CALENDAR NEXT RECORD
			AT END SET PAY-CALENDAR-EOF TO TRUE
			NOT AT END
				IF PY-PAID-DATE = ZERO
					PERFORM RECHECK-ONE-PAYDAY
				END-IF
		END-READ
	END-PERFORM
	DISPLAY WS-RECHECK-COUNT ' open payday(s) checked, '
		WS-MOVED-COUNT ' moved'.

RECHECK-ONE-PAYDAY.
	ADD 1 TO WS-RECHECK-COUNT
	MOVE PY-SCHEDULED-DATE TO BD-CHECK-DATE
	PERFORM ROLL-BACK-TO-BUSINESS-DAY
	IF BD-CHECK-DATE NOT = PY-PAY-DATE
		MOVE PY-PAY-DATE TO WS-OLD-PAY-DATE
		MOVE BD-CHECK-DATE TO PY-PAY-DATE
		REWRITE PAY-CALENDAR-RECORD
		ADD 1 TO WS-MOVED-COUNT
		DISPLAY 'Period ' PY-FREQUENCY ' ' PY-PERIOD-END
			' payday ' WS-OLD-PAY-DATE ' -> ' PY-PAY-DATE
		MOVE 'UPDATE' TO AT-CHANGE-OPERATION
		MOVE PY-KEY TO AT-TRACKED-KEY
		MOVE SPACES TO AT-CHANGE-DETAIL
		STRING 'recheck payday ' WS-OLD-PAY-DATE ' -> ' PY-PAY-DATE
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		PERFORM LOG-AUDIT-EVENT
	END-IF.

SHOW-MOVED-PAYDAY.
	IF PY-PAY-DATE NOT = PY-SCHEDULED-DATE
		DISPLAY 'Payday ' PY-SCHEDULED-DATE
			' is not a business day - brought forward to '
			PY-PAY-DATE
	END-IF.

*> the mirror of the shared ROLL-TO-NEXT-BUSINESS-DAY: staff are paid
*> early, never late, so a payday off a business day goes back to the
*> business day before it. The same guard stops a runaway calendar
ROLL-BACK-TO-BUSINESS-DAY.
	MOVE ZERO TO BD-ROLL-GUARD
	PERFORM CHECK-BUSINESS-DAY
	PERFORM UNTIL BD-BUSINESS-DAY OR BD-ROLL-GUARD > 14
		COMPUTE BD-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
			FUNCTION INTEGER-OF-DATE(BD-CHECK-DATE) - 1)
		ADD 1 TO BD-ROLL-GUARD
		PERFORM CHECK-BUSINESS-DAY
	END-PERFORM.

COPY BUSINESS-DAY-CHECK.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.
