*>               department's actuals and pro-rated budget also land
*>               in its parent division's bucket (DM-DIVISION), so
*>               the variance answers at the level management asks.
*> 24.11.15 AN - EMPLOYEE.DAT carries the pay basis and hourly rate
*>               now; the fields ride along in the FD for layout
*>               alignment.
*> 24.11.19 AN - likewise YTD-Province on the PAYROLL-YTD record.
*> 24.11.23 AN - likewise the off-cycle count and gross on the
*>               PAYROLL-YTD record; off-cycle pay is in YTD-Gross, so
*>               the actuals include bonuses and corrections.
*> 24.11.25 AN - pay frequencies: EmployeeSalary is annual and each
*>               employee is paid on their frequency's dates on the
*>               new PAY-CALENDAR. The month column is the period pay
*>               times the frequency's pay dates falling this month,
*>               and the budget is pro-rated by the pay dates gone by
*>               this year over the year's pay dates, weighted by
*>               salary across the department - a biweekly
*>               department with three paydays in a month is not
*>               flagged for it. With no calendar on file the month
*>               is a twelfth of the salary and the budget pro-rates
*>               by elapsed months as before.

IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGET-VARIANCE.
		RECORD KEY IS YTD-EmployeeID
		FILE STATUS IS YtdFileStatus.
	COPY DEPARTMENT-MASTER-SELECT.
	COPY PAY-CALENDAR-SELECT.
	SELECT VARIANCE-REPORT ASSIGN TO 'BUDGET-VARIANCE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

FD PayrollYtdMaster.
01 PayrollYtdRecord.
	05 YTD-Net PIC 9(9)V99.
	05 YTD-PeriodsPaid PIC 9(3).
	05 YTD-GarnishDeduction PIC 9(7)V99.
	05 YTD-Province PIC X(2).
	05 YTD-OffCycleCount PIC 9(3).
	05 YTD-OffCycleGross PIC 9(9)V99.

COPY DEPARTMENT-MASTER-FD.

COPY PAY-CALENDAR-FD.

FD VARIANCE-REPORT.
01 VARIANCE-REPORT-LINE PIC X(110).

01 YtdFileStatus PIC X(2).
	88 YtdFileOk VALUE '00'.
COPY DEPARTMENT-MASTER-STATUS.
COPY PAY-CALENDAR-STATUS.
COPY PAY-FREQUENCY-FIELDS.
01 WS-CAL-EOF PIC X VALUE 'N'.
	88 END-OF-CALENDAR VALUE 'Y'.
*> this year's pay dates per frequency off the pay calendar: in the
*> whole year, gone by as of today, and falling in the current month
01 WS-FREQ-COUNT PIC 9 VALUE ZERO.
01 WS-FREQ-TABLE.
	05 WS-FREQ-ENTRY OCCURS 4 TIMES.
		10 WS-FREQ-CODE PIC X.
		10 WS-FREQ-YEAR-DATES PIC 9(3).
		10 WS-FREQ-TO-DATE PIC 9(3).
		10 WS-FREQ-MONTH-DATES PIC 9(3).
01 WS-FREQ-SUB PIC 9.
01 WS-FREQ-FOUND PIC 9.
01 WS-EMP-MONTH PIC 9(9)V99.
01 WS-EMP-EXPECTED PIC 9(9)V99.
01 WS-VARIANCE-LIMIT PIC 9(3)V99 VALUE 10.
01 WS-CURRENT-MM PIC 9(2).
01 WS-TODAY-DATE PIC 9(8).
		10 WS-DEPT-CODE PIC X(10).
		10 WS-DEPT-YTD-GROSS PIC 9(11)V99.
		10 WS-DEPT-MONTH PIC 9(11)V99.
		10 WS-DEPT-SALARY PIC 9(11)V99.
		10 WS-DEPT-EXPECTED PIC 9(11)V99.
		10 WS-DEPT-OVER-FLAG PIC X.
01 WS-DEPT-SUB PIC 9(3).
01 WS-FOUND-SUB PIC 9(3).
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT PayrollYtdMaster.
	OPEN INPUT DEPARTMENT-MASTER.
	PERFORM LOAD-PAY-DATES.
	OPEN OUTPUT VARIANCE-REPORT.
	MOVE 'DEPARTMENT BUDGET VERSUS ACTUAL PAYROLL'
		TO VARIANCE-REPORT-LINE
	STOP RUN.

*> each employee contributes their YTD gross and, as the month's
*> movement, their pay for the month's pay dates to their
*> department's bucket
ROLL-UP-BY-DEPARTMENT.
	READ EMPLOYEE-FILE
		AT END SET END-OF-FILE TO TRUE
*> already spent against the year's budget and still counts
			IF EF-TERM-DATE = ZERO
				OR EF-TERM-DATE > WS-TODAY-DATE
				PERFORM PRICE-EMPLOYEE-MONTH
			END-IF
			MOVE EF-EMPLOYEE-ID TO YTD-EmployeeID
			READ PayrollYtdMaster
			MOVE EF-DEPARTMENT TO WS-DEPT-CODE(WS-FOUND-SUB)
			MOVE ZERO TO WS-DEPT-YTD-GROSS(WS-FOUND-SUB)
			MOVE ZERO TO WS-DEPT-MONTH(WS-FOUND-SUB)
			MOVE ZERO TO WS-DEPT-SALARY(WS-FOUND-SUB)
			MOVE ZERO TO WS-DEPT-EXPECTED(WS-FOUND-SUB)
			MOVE 'N' TO WS-DEPT-OVER-FLAG(WS-FOUND-SUB)
		ELSE
			DISPLAY 'department table full - ' EF-DEPARTMENT
		END-IF
	END-IF.

*> the month's pay is the period pay (annual salary over the
*> frequency's periods) times the frequency's pay dates this month;
*> the year's expected spend so far is the salary times the pay dates
*> gone by over the year's. A frequency with no dates on the calendar
*> for the year falls back to twelfths by elapsed month
PRICE-EMPLOYEE-MONTH.
	MOVE EF-PAY-FREQUENCY TO PF-FREQUENCY
	PERFORM SET-PAY-FREQUENCY
	MOVE ZERO TO WS-FREQ-FOUND
	PERFORM VARYING WS-FREQ-SUB FROM 1 BY 1
		UNTIL WS-FREQ-SUB > WS-FREQ-COUNT
		IF WS-FREQ-CODE(WS-FREQ-SUB) = PF-FREQUENCY
			MOVE WS-FREQ-SUB TO WS-FREQ-FOUND
		END-IF
	END-PERFORM
	IF WS-FREQ-FOUND NOT = ZERO
		COMPUTE WS-EMP-MONTH ROUNDED = EF-SALARY
			* WS-FREQ-MONTH-DATES(WS-FREQ-FOUND) / PF-PERIODS-PER-YEAR
		COMPUTE WS-EMP-EXPECTED ROUNDED = EF-SALARY
			* WS-FREQ-TO-DATE(WS-FREQ-FOUND)
			/ WS-FREQ-YEAR-DATES(WS-FREQ-FOUND)
	ELSE
		COMPUTE WS-EMP-MONTH ROUNDED = EF-SALARY / 12
		COMPUTE WS-EMP-EXPECTED ROUNDED =
			EF-SALARY * WS-CURRENT-MM / 12
	END-IF
	ADD WS-EMP-MONTH TO WS-DEPT-MONTH(WS-FOUND-SUB)
	ADD EF-SALARY TO WS-DEPT-SALARY(WS-FOUND-SUB)
	ADD WS-EMP-EXPECTED TO WS-DEPT-EXPECTED(WS-FOUND-SUB).

*> counts this year's pay dates per frequency; no calendar on file
*> leaves the table empty and every frequency on the monthly fallback
LOAD-PAY-DATES.
	OPEN INPUT PAY-CALENDAR
	IF NOT PY-OK
		CLOSE PAY-CALENDAR
		EXIT PARAGRAPH
	END-IF
	READ PAY-CALENDAR NEXT RECORD
		AT END SET END-OF-CALENDAR TO TRUE
	END-READ
	PERFORM UNTIL END-OF-CALENDAR
		IF PY-PAY-DATE(1:4) = WS-TODAY-DATE(1:4)
			PERFORM COUNT-ONE-PAY-DATE
		END-IF
		READ PAY-CALENDAR NEXT RECORD
			AT END SET END-OF-CALENDAR TO TRUE
		END-READ
	END-PERFORM
	CLOSE PAY-CALENDAR.

COUNT-ONE-PAY-DATE.
	MOVE ZERO TO WS-FREQ-FOUND
	PERFORM VARYING WS-FREQ-SUB FROM 1 BY 1
		UNTIL WS-FREQ-SUB > WS-FREQ-COUNT
		IF WS-FREQ-CODE(WS-FREQ-SUB) = PY-FREQUENCY
			MOVE WS-FREQ-SUB TO WS-FREQ-FOUND
		END-IF
	END-PERFORM
	IF WS-FREQ-FOUND = ZERO
		IF WS-FREQ-COUNT NOT < 4
			EXIT PARAGRAPH
		END-IF
		ADD 1 TO WS-FREQ-COUNT
		MOVE WS-FREQ-COUNT TO WS-FREQ-FOUND
		MOVE PY-FREQUENCY TO WS-FREQ-CODE(WS-FREQ-FOUND)
		MOVE ZERO TO WS-FREQ-YEAR-DATES(WS-FREQ-FOUND)
			WS-FREQ-TO-DATE(WS-FREQ-FOUND)
			WS-FREQ-MONTH-DATES(WS-FREQ-FOUND)
	END-IF
	ADD 1 TO WS-FREQ-YEAR-DATES(WS-FREQ-FOUND)
	IF PY-PAY-DATE NOT > WS-TODAY-DATE
		ADD 1 TO WS-FREQ-TO-DATE(WS-FREQ-FOUND)
	END-IF
	IF PY-PAY-DATE(5:2) = WS-CURRENT-MM
		ADD 1 TO WS-FREQ-MONTH-DATES(WS-FREQ-FOUND)
	END-IF.

*> the budget comparison is against the year-to-date share of the
*> annual budget: the department's salary-weighted share of this
*> year's pay dates gone by, or with no salaried pay to weigh by,
*> DM-BUDGET times elapsed months over twelve
WRITE-VARIANCE-LINES.
	PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
		UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
				MOVE ZERO TO DM-BUDGET
				MOVE SPACES TO DM-DIVISION
		END-READ
		IF WS-DEPT-SALARY(WS-DEPT-SUB) > ZERO
			COMPUTE WS-PRORATED-BUDGET ROUNDED =
				DM-BUDGET * WS-DEPT-EXPECTED(WS-DEPT-SUB)
				/ WS-DEPT-SALARY(WS-DEPT-SUB)
		ELSE
			COMPUTE WS-PRORATED-BUDGET ROUNDED =
				DM-BUDGET * WS-CURRENT-MM / 12
		END-IF
		MOVE WS-PRORATED-BUDGET TO DL-BUDGET
		PERFORM ADD-TO-DIVISION-BUCKET
		IF WS-PRORATED-BUDGET > ZERO
		END-IF
	END-PERFORM.

COPY PAY-FREQUENCY.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.
