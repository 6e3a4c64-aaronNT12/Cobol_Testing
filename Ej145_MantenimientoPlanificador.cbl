*> Purpose: Job-schedule maintenance - the periodic jobs the nightly
*> cycle runs on its own
*>
*> Everything periodic used to be remembered by a person: the
*> month-end INTEREST_POST_MODE=Y run, the statement cycles,
*> PERIOD-CLOSE, the PAYROLL_YEAR_END=Y payroll, the interest
*> certificates, the tax remittance, the retention purge. This keeps
*> JOB-SCHEDULE.DAT: one entry per job - the step name it runs under,
*> the program, the environment settings it needs and the calendar
*> rule for the nights it is due (see JOB-SCHEDULE-FD.cpy for the
*> rules). JOB-SCHEDULER reads it every night against the business-
*> day calendar and the jobs due join that night's cycle under
*> RUN-CONTROL. Every entry goes through the shared EDIT-JOB-ENTRY
*> before it is filed, since it ends up on a shell command line.
*> Menu-driven like TAX-EXEMPT-MAINT, changes take level 3 and are
*> kept in the shared AUDIT-TRAIL; suspending a job keeps its entry
*> but stops it being due.
*>
*> Mod history:
*> 24.12.02 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-SCHEDULE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY JOB-SCHEDULE-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY JOB-SCHEDULE-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-JOB PIC X(30).
01 WS-WORK-PROGRAM PIC X(30).
01 WS-WORK-ENVIRONMENT PIC X(80).
01 WS-WORK-FREQUENCY PIC X(2).
01 WS-WORK-DAY PIC 9(2).
01 WS-WORK-MONTH PIC 9(2).
01 WS-WORK-ORDER PIC 9(3).
01 WS-OLD-FREQUENCY PIC X(2).
01 WS-SAVED-RECORD PIC X(166).
01 WS-LIST-COUNT PIC 9(5).
01 WS-JB-EOF PIC X VALUE 'N'.
	88 SCHEDULE-EOF VALUE 'Y'.
COPY JOB-SCHEDULE-STATUS.
COPY JOB-SCHEDULE-EDIT-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'JOB-SCHEDULE-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'JOB-SCHEDULE-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O JOB-SCHEDULE.
	IF NOT JB-OK
		CLOSE JOB-SCHEDULE
		OPEN OUTPUT JOB-SCHEDULE
		CLOSE JOB-SCHEDULE
		OPEN I-O JOB-SCHEDULE
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Add scheduled job'
		DISPLAY '2. Change scheduled job'
		DISPLAY '3. Suspend or resume job'
		DISPLAY '4. Remove scheduled job'
		DISPLAY '5. List scheduled jobs'
		DISPLAY '6. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1
				IF OPR-LEVEL < 3
					DISPLAY 'Job schedule changes take level 3'
				ELSE
					PERFORM ADD-JOB THRU ADD-JOB-EXIT
				END-IF
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Job schedule changes take level 3'
				ELSE
					PERFORM CHANGE-JOB THRU CHANGE-JOB-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
					DISPLAY 'Job schedule changes take level 3'
				ELSE
					PERFORM SUSPEND-OR-RESUME-JOB
						THRU SUSPEND-OR-RESUME-JOB-EXIT
				END-IF
			WHEN 4
				IF OPR-LEVEL < 3
					DISPLAY 'Job schedule changes take level 3'
				ELSE
					PERFORM REMOVE-JOB THRU REMOVE-JOB-EXIT
				END-IF
			WHEN 5 PERFORM LIST-JOBS
			WHEN 6 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE JOB-SCHEDULE.
	STOP RUN.

ACCEPT-JOB-NAME.
	DISPLAY 'Job (step) name: '
	ACCEPT WS-WORK-JOB
	MOVE WS-WORK-JOB TO JB-JOB-NAME.

*> program, settings and rule as keyed for an add or a change
ACCEPT-JOB-DETAIL.
	DISPLAY 'Program to run: '
	ACCEPT WS-WORK-PROGRAM
	DISPLAY 'Environment settings (NAME=VALUE ..., blank = none): '
	ACCEPT WS-WORK-ENVIRONMENT
	DISPLAY 'Frequency (BD every business day, MF/ML first/last '
		'of month, MD day of month,'
	DISPLAY '  QF/QL first/last of quarter, YF/YL first/last of '
		'year, YD day of year, WD weekday): '
	ACCEPT WS-WORK-FREQUENCY
	MOVE ZERO TO WS-WORK-DAY
	MOVE ZERO TO WS-WORK-MONTH
	IF WS-WORK-FREQUENCY = 'MD' OR WS-WORK-FREQUENCY = 'YD'
		DISPLAY 'Day of the month (1-31): '
		ACCEPT WS-WORK-DAY
	END-IF
	IF WS-WORK-FREQUENCY = 'YD'
		DISPLAY 'Month (1-12): '
		ACCEPT WS-WORK-MONTH
	END-IF
	IF WS-WORK-FREQUENCY = 'WD'
		DISPLAY 'Weekday (1 = Monday ... 7 = Sunday): '
		ACCEPT WS-WORK-DAY
	END-IF
	DISPLAY 'Run order among jobs due the same night (0-999): '
	ACCEPT WS-WORK-ORDER
	MOVE WS-WORK-PROGRAM TO JB-PROGRAM
	MOVE WS-WORK-ENVIRONMENT TO JB-ENVIRONMENT
	MOVE WS-WORK-FREQUENCY TO JB-FREQUENCY
	MOVE WS-WORK-DAY TO JB-RULE-DAY
	MOVE WS-WORK-MONTH TO JB-RULE-MONTH
	MOVE WS-WORK-ORDER TO JB-RUN-ORDER
	MOVE OPR-OPERATOR-ID TO JB-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO JB-MAINTAINED-DATE.

ADD-JOB.
	PERFORM ACCEPT-JOB-NAME
	READ JOB-SCHEDULE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(WS-WORK-JOB)
				' already scheduled - use option 2 to change it'
			GO TO ADD-JOB-EXIT
	END-READ
	MOVE WS-WORK-JOB TO JB-JOB-NAME
	PERFORM ACCEPT-JOB-DETAIL
	MOVE 'A' TO JB-STATUS
	PERFORM EDIT-JOB-ENTRY
	IF NOT JE-ENTRY-VALID
		DISPLAY 'Rejected - ' JE-REASON
		GO TO ADD-JOB-EXIT
	END-IF
	WRITE JOB-SCHEDULE-RECORD
		INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(WS-WORK-JOB)
				' already scheduled'
		NOT INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(JB-JOB-NAME) ' scheduled '
				JB-FREQUENCY ' running ' FUNCTION TRIM(JB-PROGRAM)
			MOVE 'ADD' TO AT-CHANGE-OPERATION
			MOVE JB-JOB-NAME TO AT-TRACKED-KEY
			MOVE SPACES TO AT-CHANGE-DETAIL
			STRING JB-FREQUENCY ' ' JB-RULE-MONTH '/' JB-RULE-DAY
				' ' JB-PROGRAM
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
			PERFORM LOG-AUDIT-EVENT
	END-WRITE.
	ADD-JOB-EXIT.
	EXIT.

*> the whole entry is keyed again; a rejected change leaves the
*> filed one as it was
CHANGE-JOB.
	PERFORM ACCEPT-JOB-NAME
	READ JOB-SCHEDULE
		INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(WS-WORK-JOB)
				' not scheduled'
			GO TO CHANGE-JOB-EXIT
	END-READ
	PERFORM SHOW-JOB
	MOVE JOB-SCHEDULE-RECORD TO WS-SAVED-RECORD
	MOVE JB-FREQUENCY TO WS-OLD-FREQUENCY
	PERFORM ACCEPT-JOB-DETAIL
	PERFORM EDIT-JOB-ENTRY
	IF NOT JE-ENTRY-VALID
		DISPLAY 'Rejected - ' JE-REASON
		MOVE WS-SAVED-RECORD TO JOB-SCHEDULE-RECORD
		GO TO CHANGE-JOB-EXIT
	END-IF
	REWRITE JOB-SCHEDULE-RECORD
	DISPLAY 'Job ' FUNCTION TRIM(JB-JOB-NAME) ' changed'
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE JB-JOB-NAME TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING WS-OLD-FREQUENCY ' -> ' JB-FREQUENCY ' '
		JB-RULE-MONTH '/' JB-RULE-DAY ' ' JB-PROGRAM
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-JOB-EXIT.
	EXIT.

SUSPEND-OR-RESUME-JOB.
	PERFORM ACCEPT-JOB-NAME
	READ JOB-SCHEDULE
		INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(WS-WORK-JOB)
				' not scheduled'
			GO TO SUSPEND-OR-RESUME-JOB-EXIT
	END-READ
	IF JB-SUSPENDED
		MOVE 'A' TO JB-STATUS
		MOVE 'job resumed' TO AT-CHANGE-DETAIL
	ELSE
		MOVE 'S' TO JB-STATUS
		MOVE 'job suspended' TO AT-CHANGE-DETAIL
	END-IF
	MOVE OPR-OPERATOR-ID TO JB-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO JB-MAINTAINED-DATE
	REWRITE JOB-SCHEDULE-RECORD
	DISPLAY 'Job ' FUNCTION TRIM(JB-JOB-NAME) ' - ' AT-CHANGE-DETAIL
	MOVE 'UPDATE' TO AT-CHANGE-OPERATION
	MOVE JB-JOB-NAME TO AT-TRACKED-KEY
	PERFORM LOG-AUDIT-EVENT.
	SUSPEND-OR-RESUME-JOB-EXIT.
	EXIT.

REMOVE-JOB.
	PERFORM ACCEPT-JOB-NAME
	READ JOB-SCHEDULE
		INVALID KEY
			DISPLAY 'Job ' FUNCTION TRIM(WS-WORK-JOB)
				' not scheduled'
			MOVE WS-WORK-JOB TO EL-TRACKED-RESOURCE
			MOVE 'job remove rejected - not on file'
				TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO REMOVE-JOB-EXIT
	END-READ
	DELETE JOB-SCHEDULE RECORD
	DISPLAY 'Job ' FUNCTION TRIM(JB-JOB-NAME) ' removed'
	MOVE 'DELETE' TO AT-CHANGE-OPERATION
	MOVE JB-JOB-NAME TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'was ' JB-FREQUENCY ' ' JB-PROGRAM
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REMOVE-JOB-EXIT.
	EXIT.

LIST-JOBS.
	MOVE ZERO TO WS-LIST-COUNT
	MOVE 'N' TO WS-JB-EOF
	MOVE LOW-VALUES TO JB-JOB-NAME
	START JOB-SCHEDULE KEY IS GREATER THAN OR EQUAL TO JB-JOB-NAME
		INVALID KEY SET SCHEDULE-EOF TO TRUE
	END-START
	PERFORM UNTIL SCHEDULE-EOF
		READ JOB-SCHEDULE NEXT RECORD
			AT END SET SCHEDULE-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-LIST-COUNT
				PERFORM SHOW-JOB
		END-READ
	END-PERFORM
	DISPLAY WS-LIST-COUNT ' scheduled job(s)'.

SHOW-JOB.
	DISPLAY JB-JOB-NAME ' ' JB-PROGRAM
	IF JB-SUSPENDED
		DISPLAY '    rule ' JB-FREQUENCY ' month ' JB-RULE-MONTH
			' day ' JB-RULE-DAY ' order ' JB-RUN-ORDER ' SUSPENDED'
	ELSE
		DISPLAY '    rule ' JB-FREQUENCY ' month ' JB-RULE-MONTH
			' day ' JB-RULE-DAY ' order ' JB-RUN-ORDER
	END-IF
	IF JB-ENVIRONMENT NOT = SPACES
		DISPLAY '    with ' FUNCTION TRIM(JB-ENVIRONMENT)
	END-IF.

COPY JOB-SCHEDULE-EDIT.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.
