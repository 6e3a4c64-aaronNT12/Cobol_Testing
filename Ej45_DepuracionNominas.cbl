*> (default 10) so the batch stops on a rotten feed.
*>
*> Mod history:
*> 24.11.25 AN - the record carries a pay frequency ('M' monthly or
*>               blank, 'S' semi-monthly, 'B' biweekly, 'W' weekly);
*>               any other code suspends. The salary is annual now, so
*>               the deductions-over-gross check weighs the keyed
*>               deductions against one period's share of it; the
*>               gross-salary hash stays the salary as read.
*> 24.11.15 AN - the record carries a pay basis ('H' hourly, 'S' or
*>               blank salaried) and an hourly rate: a basis other
*>               than those, or an hourly employee with no numeric
*>               rate, suspends, and the deductions-over-gross check
*>               is left to the pay run for hourly staff, whose gross
*>               comes from their hours. The period's TIMESHEET.DAT
*>               (regular, overtime and holiday hours per employee)
*>               gets the same treatment after the employee pass:
*>               non-numeric fields, a duplicate, or a timesheet for
*>               an employee who is unknown, terminated or salaried
*>               suspend to PAYROLL-SUSPENSE with their own reasons,
*>               and the rest go on to TIMESHEET-CLEAN.DAT with their
*>               own handoff record (count and hours hash). The
*>               reject limit covers both feeds.
*> 24.09.03 AN - the run records the clean feed it wrote (count and
*>               gross-salary hash) on the shared HANDOFF-CONTROL
*>               file, so the night SeniorTestProgram reads three
	SELECT CLEAN-EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE-CLEAN.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL RAW-TIMESHEET-FILE ASSIGN TO 'TIMESHEET.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT CLEAN-TIMESHEET-FILE ASSIGN TO 'TIMESHEET-CLEAN.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL PAYROLL-SUSPENSE ASSIGN TO 'PAYROLL-SUSPENSE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	05 RE-DEPOSIT-ACCOUNT PIC X(10).
	05 RE-HIRE-DATE PIC X(8).
	05 RE-TERM-DATE PIC X(8).
	05 RE-PAY-BASIS PIC X.
	05 RE-HOURLY-RATE PIC X(5).
	05 RE-PAY-FREQUENCY PIC X.

FD CLEAN-EMPLOYEE-FILE.
01 CLEAN-EMPLOYEE-RECORD PIC X(103).

FD RAW-TIMESHEET-FILE.
01 RAW-TIMESHEET-RECORD.
	05 RT-EMPLOYEE-ID PIC X(5).
	05 RT-PERIOD-END PIC X(8).
	05 RT-REGULAR-HOURS PIC X(5).
	05 RT-OVERTIME-HOURS PIC X(5).
	05 RT-HOLIDAY-HOURS PIC X(5).

FD CLEAN-TIMESHEET-FILE.
01 CLEAN-TIMESHEET-RECORD PIC X(28).

FD PAYROLL-SUSPENSE.
01 PAYROLL-SUSPENSE-RECORD.
	05 PS-RAW-RECORD PIC X(103).
	05 PS-REASON-CODE PIC 9(2).
	05 PS-REASON-TEXT PIC X(30).
	05 PS-REJECT-DATE PIC X(8).
	88 RECORD-OK VALUE 'Y'.
01 WS-GROSS PIC 9(9)V99.
01 WS-DEDUCTIONS PIC 9(9)V99.
01 WS-PERIOD-GROSS PIC 9(9)V99.
COPY PAY-FREQUENCY-FIELDS.
01 WS-LIMIT-TEXT PIC X(5) VALUE SPACES.
01 WS-REJECT-LIMIT-PCT PIC 9(3) VALUE 10.
01 WS-REJECT-PCT PIC 9(3)V99.
*> EmployeeIDs already accepted this run, for the duplicate check
01 WS-SEEN-COUNT PIC 9(4) VALUE ZERO.
01 WS-SEEN-TABLE.
	05 WS-SEEN-ENTRY OCCURS 1000 TIMES.
		10 WS-SEEN-ID PIC X(5).
		10 WS-SEEN-BASIS PIC X.
*> EmployeeIDs skipped as terminated, so their timesheets can say so
01 WS-TERM-COUNT PIC 9(4) VALUE ZERO.
01 WS-TERM-TABLE.
	05 WS-TERM-ID OCCURS 1000 TIMES PIC X(5).
01 WS-TERM-FLAG PIC X.
	88 ID-TERMINATED VALUE 'Y'.
01 WS-TS-EOF PIC X VALUE 'N'.
	88 END-OF-TIMESHEETS VALUE 'Y'.
01 WS-TS-READ-COUNT PIC 9(7) VALUE ZERO.
01 WS-TS-CLEAN-COUNT PIC 9(7) VALUE ZERO.
01 WS-TS-REJECT-COUNT PIC 9(7) VALUE ZERO.
01 WS-TS-HOURS-HASH PIC 9(9)V99 VALUE ZERO.
01 WS-TS-HOURS PIC 9(4)V99.
01 WS-TS-FOUND-SUB PIC 9(4).
*> EmployeeIDs with a timesheet accepted this run
01 WS-TS-SEEN-COUNT PIC 9(4) VALUE ZERO.
01 WS-TS-SEEN-TABLE.
	05 WS-TS-SEEN-ID OCCURS 1000 TIMES PIC X(5).
01 WS-SEEN-SUB PIC 9(4).
01 WS-SEEN-FLAG PIC X.
	88 ID-ALREADY-SEEN VALUE 'Y'.
	WRITE EDIT-REPORT-LINE
	CLOSE RAW-EMPLOYEE-FILE.
	CLOSE CLEAN-EMPLOYEE-FILE.
	PERFORM EDIT-TIMESHEET-FEED.
	CLOSE PAYROLL-SUSPENSE.
	CLOSE EDIT-REPORT.
	IF DEPARTMENTS-AVAILABLE
		CLOSE DEPARTMENT-MASTER
	END-IF.
	ADD WS-TS-READ-COUNT TO JS-RECORDS-READ.
	COMPUTE JS-RECORDS-WRITTEN = WS-CLEAN-COUNT + WS-TS-CLEAN-COUNT.
	COMPUTE JS-RECORDS-REJECTED = WS-REJECT-COUNT + WS-TS-REJECT-COUNT.
	PERFORM END-JOB-STATS.
	IF JS-RECORDS-READ > ZERO
		COMPUTE WS-REJECT-PCT =
			JS-RECORDS-REJECTED * 100 / JS-RECORDS-READ
		IF WS-REJECT-PCT > WS-REJECT-LIMIT-PCT
			DISPLAY 'Payroll edit FAILED - reject rate '
				WS-REJECT-PCT '% over limit ' WS-REJECT-LIMIT-PCT '%'
	MOVE WS-CLEAN-COUNT TO HF-COUNT
	MOVE WS-CLEAN-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'TIMESHEET-CLEAN.DAT' TO HF-FILE-NAME
	MOVE WS-TS-CLEAN-COUNT TO HF-COUNT
	MOVE WS-TS-HOURS-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Payroll edit: ' WS-CLEAN-COUNT ' clean, '
		WS-REJECT-COUNT ' rejected, '
		WS-SKIPPED-TERM-COUNT ' terminated skipped'.
	DISPLAY 'Timesheet edit: ' WS-TS-CLEAN-COUNT ' clean, '
		WS-TS-REJECT-COUNT ' rejected'.
	STOP RUN.

EDIT-ONE-RECORD.
		AND FUNCTION NUMVAL(RE-TERM-DATE) NOT = ZERO
		AND RE-TERM-DATE NOT > WS-TODAY-DATE
		ADD 1 TO WS-SKIPPED-TERM-COUNT
		IF WS-TERM-COUNT < 1000
			ADD 1 TO WS-TERM-COUNT
			MOVE RE-EMPLOYEE-ID TO WS-TERM-ID(WS-TERM-COUNT)
		END-IF
		EXIT PARAGRAPH
	END-IF
	EVALUATE TRUE
			OR RE-TERM-DATE IS NOT NUMERIC
			MOVE 11 TO WS-REASON-CODE
			MOVE 'LIFECYCLE DATE NOT NUMERIC' TO WS-REASON-TEXT
		WHEN RE-PAY-BASIS NOT = 'S' AND RE-PAY-BASIS NOT = 'H'
			AND RE-PAY-BASIS NOT = SPACE
			MOVE 12 TO WS-REASON-CODE
			MOVE 'PAY BASIS NOT S OR H' TO WS-REASON-TEXT
		WHEN RE-PAY-BASIS = 'H'
			AND (RE-HOURLY-RATE IS NOT NUMERIC
				OR RE-HOURLY-RATE = '00000')
			MOVE 13 TO WS-REASON-CODE
			MOVE 'HOURLY RATE MISSING' TO WS-REASON-TEXT
		WHEN RE-PAY-FREQUENCY NOT = 'M' AND RE-PAY-FREQUENCY NOT = 'S'
			AND RE-PAY-FREQUENCY NOT = 'B' AND RE-PAY-FREQUENCY NOT = 'W'
			AND RE-PAY-FREQUENCY NOT = SPACE
			MOVE 14 TO WS-REASON-CODE
			MOVE 'PAY FREQUENCY NOT M S B OR W' TO WS-REASON-TEXT
	END-EVALUATE
*> an hourly employee's gross is only known once the hours are in,
*> so the pay run checks the deductions against it instead. The keyed
*> deductions are per period; the salary is for the year
	IF WS-REASON-CODE = ZERO AND RE-PAY-BASIS NOT = 'H'
		COMPUTE WS-GROSS = FUNCTION NUMVAL(RE-SALARY) / 100
		MOVE RE-PAY-FREQUENCY TO PF-FREQUENCY
		PERFORM SET-PAY-FREQUENCY
		COMPUTE WS-PERIOD-GROSS ROUNDED =
			WS-GROSS / PF-PERIODS-PER-YEAR
		COMPUTE WS-DEDUCTIONS =
			(FUNCTION NUMVAL(RE-TAX) + FUNCTION NUMVAL(RE-BENEFITS))
			/ 100
		IF WS-DEDUCTIONS > WS-PERIOD-GROSS
			MOVE 06 TO WS-REASON-CODE
			MOVE 'DEDUCTIONS EXCEED GROSS' TO WS-REASON-TEXT
		END-IF
	IF NOT ID-ALREADY-SEEN AND WS-SEEN-COUNT < 1000
		ADD 1 TO WS-SEEN-COUNT
		MOVE RE-EMPLOYEE-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
		MOVE RE-PAY-BASIS TO WS-SEEN-BASIS(WS-SEEN-COUNT)
	END-IF.

REJECT-RECORD.
	MOVE WS-REASON-TEXT TO EL-ERROR-MESSAGE
	PERFORM LOG-ERROR-TO-SYSERR.

*> the timesheets are edited against the employees this run passed:
*> a timesheet is only clean for an hourly employee who went through
*> to EMPLOYEE-CLEAN.DAT, once per period
EDIT-TIMESHEET-FEED.
	OPEN INPUT RAW-TIMESHEET-FILE
	OPEN OUTPUT CLEAN-TIMESHEET-FILE
	MOVE 'TIMESHEET EDIT' TO EDIT-REPORT-LINE
	WRITE EDIT-REPORT-LINE
	READ RAW-TIMESHEET-FILE
		AT END SET END-OF-TIMESHEETS TO TRUE
	END-READ
	PERFORM UNTIL END-OF-TIMESHEETS
		ADD 1 TO WS-TS-READ-COUNT
		PERFORM EDIT-ONE-TIMESHEET
		READ RAW-TIMESHEET-FILE
			AT END SET END-OF-TIMESHEETS TO TRUE
		END-READ
	END-PERFORM
	MOVE SPACES TO EDIT-REPORT-LINE
	STRING 'TIMESHEETS READ: ' WS-TS-READ-COUNT
		'  CLEAN: ' WS-TS-CLEAN-COUNT
		'  REJECTED: ' WS-TS-REJECT-COUNT
		DELIMITED BY SIZE INTO EDIT-REPORT-LINE
	WRITE EDIT-REPORT-LINE
	CLOSE RAW-TIMESHEET-FILE
	CLOSE CLEAN-TIMESHEET-FILE.

EDIT-ONE-TIMESHEET.
	MOVE ZERO TO WS-REASON-CODE
	EVALUATE TRUE
		WHEN RT-EMPLOYEE-ID IS NOT NUMERIC
			MOVE 21 TO WS-REASON-CODE
			MOVE 'TIMESHEET ID NOT NUMERIC' TO WS-REASON-TEXT
		WHEN RT-PERIOD-END IS NOT NUMERIC
			MOVE 22 TO WS-REASON-CODE
			MOVE 'TIMESHEET PERIOD NOT NUMERIC' TO WS-REASON-TEXT
		WHEN RT-REGULAR-HOURS IS NOT NUMERIC
			OR RT-OVERTIME-HOURS IS NOT NUMERIC
			OR RT-HOLIDAY-HOURS IS NOT NUMERIC
			MOVE 23 TO WS-REASON-CODE
			MOVE 'TIMESHEET HOURS NOT NUMERIC' TO WS-REASON-TEXT
	END-EVALUATE
	IF WS-REASON-CODE = ZERO
		PERFORM FIND-TIMESHEET-EMPLOYEE
		EVALUATE TRUE
			WHEN WS-TS-FOUND-SUB NOT = ZERO
				IF WS-SEEN-BASIS(WS-TS-FOUND-SUB) NOT = 'H'
					MOVE 26 TO WS-REASON-CODE
					MOVE 'TIMESHEET FOR SALARIED EMPL'
						TO WS-REASON-TEXT
				END-IF
			WHEN ID-TERMINATED
				MOVE 25 TO WS-REASON-CODE
				MOVE 'TIMESHEET FOR TERMINATED EMPL' TO WS-REASON-TEXT
			WHEN OTHER
				MOVE 24 TO WS-REASON-CODE
				MOVE 'TIMESHEET FOR UNKNOWN EMPLOYEE' TO WS-REASON-TEXT
		END-EVALUATE
	END-IF
	IF WS-REASON-CODE = ZERO
		PERFORM CHECK-DUPLICATE-TIMESHEET
	END-IF
	IF WS-REASON-CODE = ZERO
		WRITE CLEAN-TIMESHEET-RECORD FROM RAW-TIMESHEET-RECORD
		ADD 1 TO WS-TS-CLEAN-COUNT
		COMPUTE WS-TS-HOURS =
			(FUNCTION NUMVAL(RT-REGULAR-HOURS)
			+ FUNCTION NUMVAL(RT-OVERTIME-HOURS)
			+ FUNCTION NUMVAL(RT-HOLIDAY-HOURS)) / 100
		ADD WS-TS-HOURS TO WS-TS-HOURS-HASH
	ELSE
		PERFORM REJECT-TIMESHEET
	END-IF.

*> an employee suspended above is not on the clean feed either, so
*> their timesheet suspends as unknown until the record is put right
FIND-TIMESHEET-EMPLOYEE.
	MOVE ZERO TO WS-TS-FOUND-SUB
	MOVE 'N' TO WS-TERM-FLAG
	PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
		UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
		IF WS-SEEN-ID(WS-SEEN-SUB) = RT-EMPLOYEE-ID
			MOVE WS-SEEN-SUB TO WS-TS-FOUND-SUB
		END-IF
	END-PERFORM
	PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
		UNTIL WS-SEEN-SUB > WS-TERM-COUNT
		IF WS-TERM-ID(WS-SEEN-SUB) = RT-EMPLOYEE-ID
			MOVE 'Y' TO WS-TERM-FLAG
		END-IF
	END-PERFORM.

CHECK-DUPLICATE-TIMESHEET.
	PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
		UNTIL WS-SEEN-SUB > WS-TS-SEEN-COUNT
		IF WS-TS-SEEN-ID(WS-SEEN-SUB) = RT-EMPLOYEE-ID
			MOVE 27 TO WS-REASON-CODE
			MOVE 'DUPLICATE TIMESHEET' TO WS-REASON-TEXT
		END-IF
	END-PERFORM
	IF WS-REASON-CODE = ZERO AND WS-TS-SEEN-COUNT < 1000
		ADD 1 TO WS-TS-SEEN-COUNT
		MOVE RT-EMPLOYEE-ID TO WS-TS-SEEN-ID(WS-TS-SEEN-COUNT)
	END-IF.

REJECT-TIMESHEET.
	ADD 1 TO WS-TS-REJECT-COUNT
	MOVE SPACES TO PS-RAW-RECORD
	MOVE RAW-TIMESHEET-RECORD TO PS-RAW-RECORD
	MOVE WS-REASON-CODE TO PS-REASON-CODE
	MOVE WS-REASON-TEXT TO PS-REASON-TEXT
	MOVE FUNCTION CURRENT-DATE(1:8) TO PS-REJECT-DATE
	WRITE PAYROLL-SUSPENSE-RECORD
	MOVE SPACES TO EDIT-REPORT-LINE
	STRING 'REJECTED TIMESHEET ' RT-EMPLOYEE-ID
		' REASON ' WS-REASON-CODE ' ' WS-REASON-TEXT
		DELIMITED BY SIZE INTO EDIT-REPORT-LINE
	WRITE EDIT-REPORT-LINE
	MOVE RT-EMPLOYEE-ID TO EL-TRACKED-RESOURCE
	MOVE WS-REASON-TEXT TO EL-ERROR-MESSAGE
	PERFORM LOG-ERROR-TO-SYSERR.

COPY HANDOFF-WRITE.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY PAY-FREQUENCY.

COPY JOB-STATS-WRITE.
