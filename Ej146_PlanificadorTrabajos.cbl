*> Purpose: Nightly job scheduler - which periodic jobs are due tonight
*>
*> Early in every cycle this reads JOB-SCHEDULE.DAT (kept by
*> JOB-SCHEDULE-MAINT) against the business-day calendar and writes
*> SCHEDULED-STEPS.sh: one run_step line per job due tonight, in run
*> order, with the job's environment settings in front of it - the
*> same shape as the fixed steps in nightly-batch.sh, which sources
*> the file at its scheduled-jobs point. The jobs therefore run under
*> RUN-CONTROL with their own step names and restart exactly like the
*> fixed steps: a rerun after a failure writes the same list again
*> and RUN-CONTROL skips what already completed.
*>
*> JOB-LOOKAHEAD.RPT shows what will run on each of the next
*> SCHEDULE-LOOKAHEAD-DAYS days (default 30, at most 90) from
*> tonight, and which of them are not business days. An entry that
*> fails the shared EDIT-JOB-ENTRY (it could only have got onto the
*> file by hand) is never scheduled; it is listed on the report and
*> logged. SCHEDULE_DATE=yyyymmdd evaluates another night instead of
*> today, for checking a rule without waiting for it.
*>
*> Mod history:
*> 24.12.02 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-SCHEDULER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY JOB-SCHEDULE-SELECT.
	COPY BUSINESS-CALENDAR-SELECT.
	SELECT SCHEDULED-STEPS ASSIGN TO 'SCHEDULED-STEPS.sh'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT LOOKAHEAD-REPORT ASSIGN TO 'JOB-LOOKAHEAD.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY JOB-SCHEDULE-FD.

COPY BUSINESS-CALENDAR-FD.

FD SCHEDULED-STEPS.
01 SCHEDULED-STEP-LINE PIC X(200).

FD LOOKAHEAD-REPORT.
01 LOOKAHEAD-LINE PIC X(132).

COPY PARAM-FD.

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
01 WS-DATE-NUM REDEFINES WS-DATE-TEXT PIC 9(8).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-INT PIC 9(8).
01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 30.
01 WS-DAY-NO PIC 9(3).
01 WS-JB-EOF PIC X VALUE 'N'.
	88 SCHEDULE-EOF VALUE 'Y'.
COPY JOB-SCHEDULE-STATUS.
COPY BUSINESS-CALENDAR-STATUS.
*> active, valid jobs in the order they run on a night they are due
01 WS-JOB-COUNT PIC 9(3) VALUE ZERO.
01 WS-JOB-TABLE.
	05 WS-JOB-ENTRY OCCURS 100 TIMES.
		10 WS-JOB-NAME PIC X(30).
		10 WS-JOB-PROGRAM PIC X(30).
		10 WS-JOB-ENVIRONMENT PIC X(80).
		10 WS-JOB-FREQUENCY PIC X(2).
		10 WS-JOB-DAY PIC 9(2).
		10 WS-JOB-MONTH PIC 9(2).
		10 WS-JOB-ORDER PIC 9(3).
01 WS-JOB-SUB PIC 9(3).
01 WS-INSERT-SUB PIC 9(3).
01 WS-REJECTED-COUNT PIC 9(3) VALUE ZERO.
01 WS-REJECTED-TABLE.
	05 WS-REJECTED-ENTRY OCCURS 100 TIMES.
		10 WS-REJECTED-NAME PIC X(30).
		10 WS-REJECTED-REASON PIC X(40).
01 WS-SUSPENDED-COUNT PIC 9(3) VALUE ZERO.
01 WS-DUE-TONIGHT PIC 9(3) VALUE ZERO.
*> business-day answers for the days around the look-ahead window,
*> so each rule does not reopen the calendar for every day it tries
01 WS-CAL-FIRST-INT PIC 9(8).
01 WS-CAL-DAY-COUNT PIC 9(3) VALUE ZERO.
01 WS-CAL-TABLE.
	05 WS-CAL-BUSINESS OCCURS 200 TIMES PIC X.
01 WS-CAL-SUB PIC 9(3).
*> the night a rule is being tried against
01 WS-EVAL-INT PIC 9(8).
01 WS-EVAL-DATE PIC 9(8).
01 WS-EVAL-YEAR PIC 9(4).
01 WS-EVAL-MONTH PIC 9(2).
01 WS-EVAL-DOW PIC 9.
01 WS-EVAL-FLAG PIC X.
	88 EVAL-BUSINESS-DAY VALUE 'Y'.
01 WS-DUE-FLAG PIC X.
	88 JOB-DUE VALUE 'Y'.
*> the nominal date of a rule, rolled onto a business day
01 WS-NOMINAL-INT PIC 9(8).
01 WS-ROLL-GUARD PIC 9(2).
01 WS-TEST-INT PIC 9(8).
01 WS-TEST-FLAG PIC X.
	88 TEST-BUSINESS-DAY VALUE 'Y'.
01 WS-CALC-YEAR PIC 9(4).
01 WS-CALC-MONTH PIC 9(2).
01 WS-CALC-DAY PIC 9(2).
01 WS-CALC-LAST-DAY PIC 9(2).
01 WS-CALC-DATE PIC 9(8).
01 WS-CALC-NEXT-DATE PIC 9(8).
01 WS-QUARTER-MONTH PIC 9(2).
01 WS-DAY-NAMES-VALUES.
	05 FILLER PIC X(9) VALUE 'MONDAY'.
	05 FILLER PIC X(9) VALUE 'TUESDAY'.
	05 FILLER PIC X(9) VALUE 'WEDNESDAY'.
	05 FILLER PIC X(9) VALUE 'THURSDAY'.
	05 FILLER PIC X(9) VALUE 'FRIDAY'.
	05 FILLER PIC X(9) VALUE 'SATURDAY'.
	05 FILLER PIC X(9) VALUE 'SUNDAY'.
01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
	05 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).
01 WS-DAY-JOBS PIC 9(3).
01 WS-LOOKAHEAD-DETAIL.
	05 LD-DATE PIC X(8).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LD-DAY-NAME PIC X(9).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LD-DAY-KIND PIC X(12).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LD-JOB-NAME PIC X(30).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LD-PROGRAM PIC X(30).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LD-SETTINGS PIC X(38).
COPY BUSINESS-DAY-FIELDS.
COPY JOB-SCHEDULE-EDIT-FIELDS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'JOB-SCHEDULER' TO JS-CALLING-PROGRAM.
	MOVE 'JOB-SCHEDULER' TO EL-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
	ACCEPT WS-DATE-TEXT FROM ENVIRONMENT 'SCHEDULE_DATE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-DATE-TEXT NOT = SPACES
		IF WS-DATE-TEXT IS NUMERIC
			AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
			MOVE WS-DATE-NUM TO WS-RUN-DATE
		ELSE
			DISPLAY 'SCHEDULE_DATE ' WS-DATE-TEXT
				' is not a date - scheduling for today'
		END-IF
	END-IF
	COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
	MOVE 'SCHEDULE-LOOKAHEAD-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-LOOKAHEAD-DAYS
	END-IF
	IF WS-LOOKAHEAD-DAYS > 90
		MOVE 90 TO WS-LOOKAHEAD-DAYS
	END-IF
	IF WS-LOOKAHEAD-DAYS = ZERO
		MOVE 1 TO WS-LOOKAHEAD-DAYS
	END-IF
	PERFORM LOAD-SCHEDULED-JOBS.
	PERFORM LOAD-BUSINESS-DAYS.
	PERFORM WRITE-TONIGHTS-STEPS.
	PERFORM WRITE-LOOKAHEAD-REPORT.
	DISPLAY 'Job schedule for ' WS-RUN-DATE ': ' WS-DUE-TONIGHT
		' of ' WS-JOB-COUNT ' scheduled job(s) due tonight, '
		WS-REJECTED-COUNT ' rejected'.
	MOVE WS-DUE-TONIGHT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> active jobs that pass the edit, inserted in run order (name order
*> within a run order, since the file is read in key order)
LOAD-SCHEDULED-JOBS.
	OPEN INPUT JOB-SCHEDULE
	IF NOT JB-OK
		DISPLAY 'No JOB-SCHEDULE.DAT - no periodic jobs scheduled'
		CLOSE JOB-SCHEDULE
		EXIT PARAGRAPH
	END-IF
	MOVE LOW-VALUES TO JB-JOB-NAME
	START JOB-SCHEDULE KEY IS GREATER THAN OR EQUAL TO JB-JOB-NAME
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ JOB-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
			NOT AT END
				ADD 1 TO JS-RECORDS-READ
				PERFORM TAKE-SCHEDULED-JOB
		END-READ
	END-PERFORM
	CLOSE JOB-SCHEDULE.

TAKE-SCHEDULED-JOB.
	IF JB-SUSPENDED
		ADD 1 TO WS-SUSPENDED-COUNT
		EXIT PARAGRAPH
	END-IF
	PERFORM EDIT-JOB-ENTRY
	IF NOT JE-ENTRY-VALID
		IF WS-REJECTED-COUNT < 100
			ADD 1 TO WS-REJECTED-COUNT
			MOVE JB-JOB-NAME TO WS-REJECTED-NAME(WS-REJECTED-COUNT)
			MOVE JE-REASON TO WS-REJECTED-REASON(WS-REJECTED-COUNT)
		END-IF
		MOVE JB-JOB-NAME TO EL-TRACKED-RESOURCE
		MOVE SPACES TO EL-ERROR-MESSAGE
		STRING 'not scheduled: ' JE-REASON
			DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		EXIT PARAGRAPH
	END-IF
	IF WS-JOB-COUNT NOT < 100
		DISPLAY 'job table full - ' FUNCTION TRIM(JB-JOB-NAME)
			' not scheduled'
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-JOB-COUNT
	MOVE WS-JOB-COUNT TO WS-INSERT-SUB
	PERFORM UNTIL WS-INSERT-SUB = 1
		OR WS-JOB-ORDER(WS-INSERT-SUB - 1) NOT > JB-RUN-ORDER
		MOVE WS-JOB-ENTRY(WS-INSERT-SUB - 1)
			TO WS-JOB-ENTRY(WS-INSERT-SUB)
		SUBTRACT 1 FROM WS-INSERT-SUB
	END-PERFORM
	MOVE JB-JOB-NAME TO WS-JOB-NAME(WS-INSERT-SUB)
	MOVE JB-PROGRAM TO WS-JOB-PROGRAM(WS-INSERT-SUB)
	MOVE JB-ENVIRONMENT TO WS-JOB-ENVIRONMENT(WS-INSERT-SUB)
	MOVE JB-FREQUENCY TO WS-JOB-FREQUENCY(WS-INSERT-SUB)
	MOVE JB-RULE-DAY TO WS-JOB-DAY(WS-INSERT-SUB)
	MOVE JB-RULE-MONTH TO WS-JOB-MONTH(WS-INSERT-SUB)
	MOVE JB-RUN-ORDER TO WS-JOB-ORDER(WS-INSERT-SUB).

*> from forty days before tonight to well past the window's end: far
*> enough back for a fixed day to roll forward into the window, far
*> enough on for a period's last business day to be found
LOAD-BUSINESS-DAYS.
	COMPUTE WS-CAL-FIRST-INT = WS-RUN-INT - 40
	COMPUTE WS-CAL-DAY-COUNT = WS-LOOKAHEAD-DAYS + 100
	PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
		UNTIL WS-CAL-SUB > WS-CAL-DAY-COUNT
		COMPUTE BD-CHECK-DATE = FUNCTION DATE-OF-INTEGER(
			WS-CAL-FIRST-INT + WS-CAL-SUB - 1)
		PERFORM CHECK-BUSINESS-DAY
		MOVE BD-RESULT-FLAG TO WS-CAL-BUSINESS(WS-CAL-SUB)
	END-PERFORM.

*> tonight's due jobs as run_step lines; the file is always written,
*> empty of steps on a night with nothing due, so a stale list from
*> an earlier night can never be picked up
WRITE-TONIGHTS-STEPS.
	OPEN OUTPUT SCHEDULED-STEPS
	MOVE 'OPEN SCHEDULED-STEPS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO SCHEDULED-STEP-LINE
	STRING '# scheduled jobs due ' WS-RUN-DATE
		' - written by JOB-SCHEDULER from JOB-SCHEDULE.DAT'
		DELIMITED BY SIZE INTO SCHEDULED-STEP-LINE
	WRITE SCHEDULED-STEP-LINE
	MOVE WS-RUN-INT TO WS-EVAL-INT
	PERFORM SET-EVAL-DAY
	PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
		UNTIL WS-JOB-SUB > WS-JOB-COUNT
		PERFORM CHECK-JOB-DUE
		IF JOB-DUE
			ADD 1 TO WS-DUE-TONIGHT
			PERFORM WRITE-STEP-LINE
		END-IF
	END-PERFORM
	CLOSE SCHEDULED-STEPS.

WRITE-STEP-LINE.
	MOVE SPACES TO SCHEDULED-STEP-LINE
	IF WS-JOB-ENVIRONMENT(WS-JOB-SUB) = SPACES
		STRING 'run_step "' FUNCTION TRIM(WS-JOB-NAME(WS-JOB-SUB))
			'" "' FUNCTION TRIM(WS-JOB-PROGRAM(WS-JOB-SUB)) '"'
			DELIMITED BY SIZE INTO SCHEDULED-STEP-LINE
	ELSE
		STRING FUNCTION TRIM(WS-JOB-ENVIRONMENT(WS-JOB-SUB))
			' run_step "' FUNCTION TRIM(WS-JOB-NAME(WS-JOB-SUB))
			'" "' FUNCTION TRIM(WS-JOB-PROGRAM(WS-JOB-SUB)) '"'
			DELIMITED BY SIZE INTO SCHEDULED-STEP-LINE
	END-IF
	WRITE SCHEDULED-STEP-LINE
	MOVE 'WRITE SCHEDULED-STEPS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Due tonight: ' FUNCTION TRIM(WS-JOB-NAME(WS-JOB-SUB)).

WRITE-LOOKAHEAD-REPORT.
	OPEN OUTPUT LOOKAHEAD-REPORT
	MOVE 'OPEN LOOKAHEAD-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO LOOKAHEAD-LINE
	STRING 'SCHEDULED JOBS - THE ' WS-LOOKAHEAD-DAYS
		' DAYS FROM ' WS-RUN-DATE
		DELIMITED BY SIZE INTO LOOKAHEAD-LINE
	WRITE LOOKAHEAD-LINE
	MOVE SPACES TO LOOKAHEAD-LINE
	STRING 'ACTIVE JOBS: ' WS-JOB-COUNT
		'   SUSPENDED: ' WS-SUSPENDED-COUNT
		'   REJECTED: ' WS-REJECTED-COUNT
		DELIMITED BY SIZE INTO LOOKAHEAD-LINE
	WRITE LOOKAHEAD-LINE
	MOVE SPACES TO LOOKAHEAD-LINE
	WRITE LOOKAHEAD-LINE
	MOVE 'DATE     DAY       CALENDAR     JOB' TO LOOKAHEAD-LINE
	MOVE 'PROGRAM' TO LOOKAHEAD-LINE(64:7)
	MOVE 'SETTINGS' TO LOOKAHEAD-LINE(95:8)
	WRITE LOOKAHEAD-LINE
	PERFORM VARYING WS-DAY-NO FROM 0 BY 1
		UNTIL WS-DAY-NO NOT < WS-LOOKAHEAD-DAYS
		COMPUTE WS-EVAL-INT = WS-RUN-INT + WS-DAY-NO
		PERFORM SET-EVAL-DAY
		PERFORM WRITE-LOOKAHEAD-DAY
	END-PERFORM
	IF WS-REJECTED-COUNT > ZERO
		MOVE SPACES TO LOOKAHEAD-LINE
		WRITE LOOKAHEAD-LINE
		MOVE 'ENTRIES NOT SCHEDULED - CORRECT THEM IN '
			& 'JOB-SCHEDULE-MAINT' TO LOOKAHEAD-LINE
		WRITE LOOKAHEAD-LINE
		PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
			UNTIL WS-JOB-SUB > WS-REJECTED-COUNT
			MOVE SPACES TO LOOKAHEAD-LINE
			STRING '  ' WS-REJECTED-NAME(WS-JOB-SUB) ' '
				WS-REJECTED-REASON(WS-JOB-SUB)
				DELIMITED BY SIZE INTO LOOKAHEAD-LINE
			WRITE LOOKAHEAD-LINE
		END-PERFORM
	END-IF
	CLOSE LOOKAHEAD-REPORT.

WRITE-LOOKAHEAD-DAY.
	MOVE SPACES TO WS-LOOKAHEAD-DETAIL
	MOVE WS-EVAL-DATE TO LD-DATE
	MOVE WS-DAY-NAME(WS-EVAL-DOW) TO LD-DAY-NAME
	IF EVAL-BUSINESS-DAY
		MOVE 'BUSINESS DAY' TO LD-DAY-KIND
	ELSE
		MOVE 'NON-BUSINESS' TO LD-DAY-KIND
	END-IF
	MOVE ZERO TO WS-DAY-JOBS
	PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
		UNTIL WS-JOB-SUB > WS-JOB-COUNT
		PERFORM CHECK-JOB-DUE
		IF JOB-DUE
			ADD 1 TO WS-DAY-JOBS
			MOVE WS-JOB-NAME(WS-JOB-SUB) TO LD-JOB-NAME
			MOVE WS-JOB-PROGRAM(WS-JOB-SUB) TO LD-PROGRAM
			MOVE WS-JOB-ENVIRONMENT(WS-JOB-SUB) TO LD-SETTINGS
			MOVE WS-LOOKAHEAD-DETAIL TO LOOKAHEAD-LINE
			WRITE LOOKAHEAD-LINE
			MOVE SPACES TO WS-LOOKAHEAD-DETAIL
		END-IF
	END-PERFORM
	IF WS-DAY-JOBS = ZERO
		MOVE '-' TO LD-JOB-NAME
		MOVE WS-LOOKAHEAD-DETAIL TO LOOKAHEAD-LINE
		WRITE LOOKAHEAD-LINE
	END-IF.

*> the date, year, month, weekday and business-day answer of the
*> night in WS-EVAL-INT
SET-EVAL-DAY.
	COMPUTE WS-EVAL-DATE = FUNCTION DATE-OF-INTEGER(WS-EVAL-INT)
	MOVE WS-EVAL-DATE(1:4) TO WS-EVAL-YEAR
	MOVE WS-EVAL-DATE(5:2) TO WS-EVAL-MONTH
	COMPUTE WS-EVAL-DOW = FUNCTION MOD(WS-EVAL-INT - 1, 7) + 1
	MOVE WS-EVAL-INT TO WS-TEST-INT
	PERFORM TEST-BUSINESS-INT
	MOVE WS-TEST-FLAG TO WS-EVAL-FLAG.

*> is job WS-JOB-SUB due on the night set by SET-EVAL-DAY: the rule
*> gives a nominal date, rolled forward (a first day or a fixed day)
*> or back (a last day) onto a business day, and the job is due when
*> that lands on the night. A fixed day is tried in this period and
*> the one before, since a late-month or year-end day can roll
*> forward into the next.
CHECK-JOB-DUE.
	MOVE 'N' TO WS-DUE-FLAG
	IF NOT EVAL-BUSINESS-DAY
		EXIT PARAGRAPH
	END-IF
	EVALUATE WS-JOB-FREQUENCY(WS-JOB-SUB)
		WHEN 'BD'
			MOVE 'Y' TO WS-DUE-FLAG
		WHEN 'MF'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE WS-EVAL-MONTH TO WS-CALC-MONTH
			MOVE 1 TO WS-CALC-DAY
			PERFORM TRY-ROLL-FORWARD
		WHEN 'ML'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE WS-EVAL-MONTH TO WS-CALC-MONTH
			MOVE 31 TO WS-CALC-DAY
			PERFORM TRY-ROLL-BACK
		WHEN 'QF'
			PERFORM SET-QUARTER-MONTH
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE WS-QUARTER-MONTH TO WS-CALC-MONTH
			MOVE 1 TO WS-CALC-DAY
			PERFORM TRY-ROLL-FORWARD
		WHEN 'QL'
			PERFORM SET-QUARTER-MONTH
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			COMPUTE WS-CALC-MONTH = WS-QUARTER-MONTH + 2
			MOVE 31 TO WS-CALC-DAY
			PERFORM TRY-ROLL-BACK
		WHEN 'YF'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE 1 TO WS-CALC-MONTH
			MOVE 1 TO WS-CALC-DAY
			PERFORM TRY-ROLL-FORWARD
		WHEN 'YL'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE 12 TO WS-CALC-MONTH
			MOVE 31 TO WS-CALC-DAY
			PERFORM TRY-ROLL-BACK
		WHEN 'MD'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE WS-EVAL-MONTH TO WS-CALC-MONTH
			MOVE WS-JOB-DAY(WS-JOB-SUB) TO WS-CALC-DAY
			PERFORM TRY-ROLL-FORWARD
			IF NOT JOB-DUE
				IF WS-EVAL-MONTH = 1
					COMPUTE WS-CALC-YEAR = WS-EVAL-YEAR - 1
					MOVE 12 TO WS-CALC-MONTH
				ELSE
					MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
					COMPUTE WS-CALC-MONTH = WS-EVAL-MONTH - 1
				END-IF
				MOVE WS-JOB-DAY(WS-JOB-SUB) TO WS-CALC-DAY
				PERFORM TRY-ROLL-FORWARD
			END-IF
		WHEN 'YD'
			MOVE WS-EVAL-YEAR TO WS-CALC-YEAR
			MOVE WS-JOB-MONTH(WS-JOB-SUB) TO WS-CALC-MONTH
			MOVE WS-JOB-DAY(WS-JOB-SUB) TO WS-CALC-DAY
			PERFORM TRY-ROLL-FORWARD
			IF NOT JOB-DUE AND WS-EVAL-MONTH = 1
				COMPUTE WS-CALC-YEAR = WS-EVAL-YEAR - 1
				MOVE WS-JOB-MONTH(WS-JOB-SUB) TO WS-CALC-MONTH
				MOVE WS-JOB-DAY(WS-JOB-SUB) TO WS-CALC-DAY
				PERFORM TRY-ROLL-FORWARD
			END-IF
		WHEN 'WD'
			COMPUTE WS-NOMINAL-INT = WS-EVAL-INT - WS-EVAL-DOW
				+ WS-JOB-DAY(WS-JOB-SUB)
			IF WS-NOMINAL-INT > WS-EVAL-INT
				SUBTRACT 7 FROM WS-NOMINAL-INT
			END-IF
			PERFORM ROLL-NOMINAL-FORWARD
	END-EVALUATE.

*> first month of the quarter the night falls in
SET-QUARTER-MONTH.
	COMPUTE WS-QUARTER-MONTH = WS-EVAL-MONTH - 1
	DIVIDE WS-QUARTER-MONTH BY 3 GIVING WS-QUARTER-MONTH
	COMPUTE WS-QUARTER-MONTH = WS-QUARTER-MONTH * 3 + 1.

*> WS-CALC-YEAR/MONTH/DAY as a date, a day past the month's end taken
*> as its last day, into WS-NOMINAL-INT
SET-NOMINAL-DATE.
	COMPUTE WS-CALC-DATE = WS-CALC-YEAR * 10000 + WS-CALC-MONTH * 100 + 1
	IF WS-CALC-MONTH = 12
		COMPUTE WS-CALC-NEXT-DATE = (WS-CALC-YEAR + 1) * 10000 + 101
	ELSE
		COMPUTE WS-CALC-NEXT-DATE =
			WS-CALC-YEAR * 10000 + (WS-CALC-MONTH + 1) * 100 + 1
	END-IF
	COMPUTE WS-CALC-LAST-DAY =
		FUNCTION INTEGER-OF-DATE(WS-CALC-NEXT-DATE)
		- FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
	IF WS-CALC-DAY > WS-CALC-LAST-DAY
		MOVE WS-CALC-LAST-DAY TO WS-CALC-DAY
	END-IF
	COMPUTE WS-NOMINAL-INT =
		FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) + WS-CALC-DAY - 1.

TRY-ROLL-FORWARD.
	PERFORM SET-NOMINAL-DATE
	PERFORM ROLL-NOMINAL-FORWARD.

TRY-ROLL-BACK.
	PERFORM SET-NOMINAL-DATE
	MOVE ZERO TO WS-ROLL-GUARD
	MOVE WS-NOMINAL-INT TO WS-TEST-INT
	PERFORM TEST-BUSINESS-INT
	PERFORM UNTIL TEST-BUSINESS-DAY OR WS-ROLL-GUARD > 14
		SUBTRACT 1 FROM WS-TEST-INT
		ADD 1 TO WS-ROLL-GUARD
		PERFORM TEST-BUSINESS-INT
	END-PERFORM
	IF TEST-BUSINESS-DAY AND WS-TEST-INT = WS-EVAL-INT
		MOVE 'Y' TO WS-DUE-FLAG
	END-IF.

*> the same fourteen-day guard as ROLL-TO-NEXT-BUSINESS-DAY
ROLL-NOMINAL-FORWARD.
	MOVE ZERO TO WS-ROLL-GUARD
	MOVE WS-NOMINAL-INT TO WS-TEST-INT
	PERFORM TEST-BUSINESS-INT
	PERFORM UNTIL TEST-BUSINESS-DAY OR WS-ROLL-GUARD > 14
		ADD 1 TO WS-TEST-INT
		ADD 1 TO WS-ROLL-GUARD
		PERFORM TEST-BUSINESS-INT
	END-PERFORM
	IF TEST-BUSINESS-DAY AND WS-TEST-INT = WS-EVAL-INT
		MOVE 'Y' TO WS-DUE-FLAG
	END-IF.

*> business-day answer for WS-TEST-INT, from the loaded window when
*> it falls inside it and from the calendar itself when not
TEST-BUSINESS-INT.
	IF WS-TEST-INT NOT < WS-CAL-FIRST-INT
		AND WS-TEST-INT < WS-CAL-FIRST-INT + WS-CAL-DAY-COUNT
		COMPUTE WS-CAL-SUB = WS-TEST-INT - WS-CAL-FIRST-INT + 1
		MOVE WS-CAL-BUSINESS(WS-CAL-SUB) TO WS-TEST-FLAG
	ELSE
		COMPUTE BD-CHECK-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
		PERFORM CHECK-BUSINESS-DAY
		MOVE BD-RESULT-FLAG TO WS-TEST-FLAG
	END-IF.

COPY JOB-SCHEDULE-EDIT.

COPY BUSINESS-DAY-CHECK.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.
