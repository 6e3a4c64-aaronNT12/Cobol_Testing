PROGRAM-ID. SeniorTestProgram.

*> Mod history:
*> 24.11.25 AN - pay frequencies: EmployeeRecord carries
*>               EmployeePayFrequency ('M' monthly - also blank -,
*>               'S' semi-monthly, 'B' biweekly, 'W' weekly) and
*>               EmployeeSalary is the annual salary, paid out as
*>               salary over the frequency's periods in the year
*>               (shared PAY-FREQUENCY paragraph). On PAY-CALENDAR.DAT
*>               (kept by the new PAY-CALENDAR-MAINT) each frequency
*>               has its periods and business-day pay dates: a
*>               regular run pays only the employees whose frequency
*>               has a period paid today, takes hourly timesheets for
*>               that period end only, and stamps the periods paid.
*>               YTD periods paid so follow the real frequency. Leave
*>               accrues per period of the employee's own frequency
*>               (PAYROLL-PERIODS-PER-YEAR no longer read), the
*>               high-earner exception compares annual pay, and the
*>               payslip shows the frequency and the period ended.
*>               With no calendar on file everyone is paid every run.
*> 24.11.23 AN - off-cycle runs for bonuses and corrections: with
*>               PAYROLL_OFF_CYCLE=Y the run pays only the one-off
*>               payments on OFF-CYCLE-PAYMENTS.DAT (employee, amount,
*>               earnings type B bonus / C correction / O other,
*>               reason), each employee's payments taken as the gross
*>               and put through the same TAX-LOOKUP withholding,
*>               garnishment priorities and PAYROLL-YTD update as
*>               payday - but no benefit plans, no leave accrual and
*>               no periods-paid count: the YTD record counts the
*>               off-cycle payments and their gross separately
*>               (YTD-OffCycleCount / YTD-OffCycleGross). It writes its
*>               own OFF-CYCLE.RPT, OFF-CYCLE-PAYSLIPS.PRT and
*>               OFF-CYCLE-GARNISH.RPT so the regular report and its
*>               totals stay as payday left them, journals under
*>               source 'O', always produces deposits, and empties the
*>               payments file once paid. PAYROLL-DEPOSIT.DAT is now
*>               appended to, one trailer-closed batch per run, so an
*>               off-cycle batch and payday's can wait for the same
*>               night's feed build.
*> 24.11.21 AN - benefits come from plan enrollment instead of the flat
*>               BenefitsDeduction: each plan the employee is enrolled
*>               in on the run date (BENEFIT-ENROLL, kept with the
*>               BENEFIT-PLANS master by the new BENEFIT-MAINT) is
*>               priced at the plan's employee and employer rates -
*>               a fixed amount or a percentage of gross - and shows
*>               as its own payslip line, the employer's share listed
*>               below net pay. The plan master accumulates both
*>               shares for the year, and every share lands on the
*>               BENEFIT-DEDUCTIONS register that BENEFIT-REMIT totals
*>               per provider each month. Until BENEFIT-ENROLL exists
*>               the keyed BenefitsDeduction still stands.
*> 24.11.19 AN - the YTD record carries the province of employment
*>               (YTD-Province, the latest run's EmployeeProvince) and
*>               the year-end archive keeps it (YA-Province), so
*>               TAX-SLIPS can report tax withheld by province.
*> 24.11.17 AN - leave accrues with the pay: every employee paid in
*>               the run accrues a period's share of their annual
*>               vacation entitlement - by service band off
*>               EmployeeHireDate, LEAVE-DAYS-BAND-1 to -4 on
*>               PARAMETERS.DAT (under 2, 2-4, 5-9 and 10 or more
*>               years; defaults 10, 15, 20 and 25 days) - and of
*>               LEAVE-SICK-DAYS (default 10) on the new LEAVE-MASTER
*>               (PAYROLL-PERIODS-PER-YEAR periods, default 12). A
*>               rerun the same night does not accrue twice. The
*>               payslip closes with the vacation and sick balances;
*>               LEAVE-PROCESS deducts the requests and does the
*>               year-end carry-over.
*> 24.11.15 AN - hourly staff are paid from their hours: EmployeeRecord
*>               carries EmployeePayBasis ('H' hourly, 'S' or blank
*>               salaried) and EmployeeHourlyRate, and the run loads
*>               the period's timesheets (TIMESHEET_FEED, default
*>               TIMESHEET.DAT; the nightly cycle points it at
*>               PAYROLL-EDIT's TIMESHEET-CLEAN.DAT). An hourly
*>               employee's gross is the rate times regular hours,
*>               plus overtime and holiday hours at the
*>               PAYROLL-OT-MULTIPLIER and PAYROLL-HOLIDAY-MULTIPLIER
*>               factors from PARAMETERS.DAT (defaults 1.5 and 2.0);
*>               everything downstream of gross works from that
*>               figure instead of EmployeeSalary. The payslip breaks
*>               the hours out with the rate and multipliers, the
*>               report carries an hours column, and an hourly
*>               employee with no timesheet, or whose deductions come
*>               to more than the hours earned, is not paid and is
*>               listed on the report instead. The handoff hash stays
*>               the salary field as read, matching PAYROLL-EDIT's
*>               producer record.
*> 24.09.03 AN - the run records what it read from the employee feed
*>               (count and gross-salary hash) on the shared
*>               HANDOFF-CONTROL file, matching PAYROLL-EDIT's
*>               defaults; the run opens with a parameters-in-effect
*>               line so every report is self-documenting about the
*>               values it ran with.
*> 24.10.22 AN - the pay run now journals itself: a batch of its own
*>               is appended to GL-JOURNAL.DAT (header, lines,
*>               trailer) debiting each department's gross to the
*>               salary expense GL account on DEPARTMENT-MASTER and
*>               crediting tax withheld, benefits and garnishments
*>               payable and net pay clearing - accounts from
*>               PARAMETERS.DAT keys PAYROLL-GL-TAX, PAYROLL-GL-BENEFITS,
*>               PAYROLL-GL-GARNISH and PAYROLL-GL-NET-PAY. GL-POST
*>               picks it up with the banking journal. A department
*>               with no GL account, or an amount with no control
*>               account to go to, stops the whole journal rather than
*>               post it unbalanced; the report says why. A batch
*>               already on tonight's journal is not written twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EmployeeFile ASSIGN TO DYNAMIC EmployeeFeedName
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL TimesheetFile ASSIGN TO DYNAMIC TimesheetFeedName
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL OffCyclePaymentsFile
		ASSIGN TO 'OFF-CYCLE-PAYMENTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT HighEarnerFile ASSIGN TO 'HIGHEARNER.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
		FILE STATUS IS YtdFileStatus.
	SELECT YtdArchiveFile ASSIGN TO 'YTD-ARCHIVE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PayslipFile ASSIGN TO DYNAMIC PayslipFileName
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL DepositFeedFile ASSIGN TO 'PAYROLL-DEPOSIT.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT DeductionOrders ASSIGN TO 'DEDUCTION-ORDERS.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DO-ORDER-REF
		FILE STATUS IS DoFileStatus.
	SELECT GarnishRemitFile ASSIGN TO DYNAMIC GarnishRemitFileName
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OPTIONAL GlJournalFile ASSIGN TO 'GL-JOURNAL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	COPY DEPARTMENT-MASTER-SELECT.
	COPY LEAVE-MASTER-SELECT.
	COPY BENEFIT-PLANS-SELECT.
	COPY BENEFIT-ENROLL-SELECT.
	COPY BENEFIT-DEDUCTIONS-SELECT.
	COPY PAY-CALENDAR-SELECT.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.
	05 EmployeeDepositAccount PIC 9(10).
	05 EmployeeHireDate PIC 9(8).
	05 EmployeeTermDate PIC 9(8).
	05 EmployeePayBasis PIC X.
		88 HourlyPaid VALUE 'H'.
	05 EmployeeHourlyRate PIC 9(3)V99.
	05 EmployeePayFrequency PIC X.

FD TimesheetFile.
01 TimesheetRecord.
	05 TS-EmployeeID PIC 9(5).
	05 TS-PeriodEnd PIC 9(8).
	05 TS-RegularHours PIC 9(3)V99.
	05 TS-OvertimeHours PIC 9(3)V99.
	05 TS-HolidayHours PIC 9(3)V99.

FD OffCyclePaymentsFile.
01 OffCyclePaymentRecord.
	05 OP-EmployeeID PIC 9(5).
	05 OP-Amount PIC 9(7)V99.
	05 OP-EarningsType PIC X.
		88 OP-Bonus VALUE 'B'.
		88 OP-Correction VALUE 'C'.
		88 OP-OtherEarnings VALUE 'O'.
		88 OP-ValidType VALUE 'B' 'C' 'O'.
	05 OP-Reason PIC X(30).

FD ReportFile.
01 ReportLine PIC X(132).
	05 YTD-Net PIC 9(9)V99.
	05 YTD-PeriodsPaid PIC 9(3).
	05 YTD-GarnishDeduction PIC 9(7)V99.
	05 YTD-Province PIC X(2).
	05 YTD-OffCycleCount PIC 9(3).
	05 YTD-OffCycleGross PIC 9(9)V99.

FD YtdArchiveFile.
01 YtdArchiveRecord.
	05 YA-Net PIC 9(9)V99.
	05 YA-PeriodsPaid PIC 9(3).
	05 YA-GarnishDeduction PIC 9(7)V99.
	05 YA-Province PIC X(2).

FD PayslipFile.
01 PayslipLine PIC X(60).
FD GarnishRemitFile.
01 GarnishRemitLine PIC X(90).

FD GlJournalFile.
01 GlJournalRecord.
	05 GJ-RecordType PIC X.
	05 GJ-Date PIC 9(8).
	05 GJ-GlAccount PIC 9(8).
	05 GJ-DrCr PIC X.
	05 GJ-Amount PIC 9(9)V99.
	05 GJ-SourceType PIC X.
	05 GJ-Currency PIC X(3).
	05 GJ-BaseAmount PIC 9(9)V99.
	05 FILLER PIC X(10).
01 GlJournalTrailer REDEFINES GlJournalRecord.
	05 GJT-RecordType PIC X.
	05 GJT-RecordCount PIC 9(8).
	05 GJT-DebitTotal PIC 9(9)V99.
	05 GJT-CreditTotal PIC 9(9)V99.
	05 GJT-BaseDebitTotal PIC 9(9)V99.
	05 GJT-BaseCreditTotal PIC 9(9)V99.
	05 FILLER PIC X(1).

FD DepositFeedFile.
01 DepositFeedRecord.
	05 DF-AccountNo PIC 9(10).

COPY DEPARTMENT-MASTER-FD.

COPY LEAVE-MASTER-FD.

COPY BENEFIT-PLANS-FD.

COPY BENEFIT-ENROLL-FD.

COPY BENEFIT-DEDUCTIONS-FD.

COPY PAY-CALENDAR-FD.

COPY PARAM-FD.

COPY JOB-STATS-FD.
01 FirstRecord PIC X VALUE 'Y'.
	88 IsFirstRecord VALUE 'Y'.
01 TotalSalary PIC 9(9)V99 VALUE ZERO.
01 FeedSalaryHash PIC 9(11)V99 VALUE ZERO.
01 GrossPay PIC 9(7)V99 VALUE ZERO.
01 DepartmentSubtotal PIC 9(9)V99 VALUE ZERO.
01 PreviousDepartment PIC X(10) VALUE SPACES.
01 EmployeeDeductions PIC 9(7)V99 VALUE ZERO.
01 HighEarnerThreshold PIC 9(7)V99 VALUE 100000.00.
01 RunDate PIC X(8).
01 EmployeeFeedName PIC X(255) VALUE SPACES.
01 TimesheetFeedName PIC X(255) VALUE SPACES.
01 ReportFileName PIC X(30) VALUE 'REPORT.TXT'.
01 PayslipFileName PIC X(30) VALUE 'PAYSLIPS.PRT'.
01 GarnishRemitFileName PIC X(30) VALUE 'GARNISH-REMIT.RPT'.
01 OffCycleFlag PIC X VALUE SPACE.
	88 OffCycleMode VALUE 'Y'.
01 SkipFlag PIC X VALUE 'N'.
	88 NotPaidThisRun VALUE 'Y'.
*> the one-off payments of an off-cycle run, loaded up front like the
*> timesheets; OT-Paid marks those an employee on the feed took up
01 OffCycleCount PIC 9(4) VALUE ZERO.
01 OffCycleTable.
	05 OffCycleEntry OCCURS 500 TIMES.
		10 OT-EmployeeID PIC 9(5).
		10 OT-Amount PIC 9(7)V99.
		10 OT-EarningsType PIC X.
		10 OT-Reason PIC X(30).
		10 OT-Paid PIC X.
01 OffCycleSub PIC 9(4).
01 OffCycleEofFlag PIC X VALUE 'N'.
	88 EndOfOffCycle VALUE 'Y'.
01 OffCycleRejected PIC 9(5) VALUE ZERO.
01 OffCycleTypeText PIC X(14).
01 JournalSourceType PIC X VALUE 'P'.
*> the period's timesheets, loaded up front since the employee feed
*> runs in department sequence and the timesheets do not
01 TimesheetCount PIC 9(4) VALUE ZERO.
01 TimesheetTable.
	05 TimesheetEntry OCCURS 1000 TIMES.
		10 TT-EmployeeID PIC 9(5).
		10 TT-PeriodEnd PIC 9(8).
		10 TT-RegularHours PIC 9(3)V99.
		10 TT-OvertimeHours PIC 9(3)V99.
		10 TT-HolidayHours PIC 9(3)V99.
01 TimesheetSub PIC 9(4).
01 TimesheetFound PIC 9(4).
01 TimesheetEofFlag PIC X VALUE 'N'.
	88 EndOfTimesheets VALUE 'Y'.
01 TimesheetHoursHash PIC 9(9)V99 VALUE ZERO.
01 OvertimeMultiplier PIC 9(2)V99 VALUE 1.50.
01 HolidayMultiplier PIC 9(2)V99 VALUE 2.00.
01 RegularHours PIC 9(3)V99 VALUE ZERO.
01 OvertimeHours PIC 9(3)V99 VALUE ZERO.
01 HolidayHours PIC 9(3)V99 VALUE ZERO.
01 TotalHours PIC 9(4)V99 VALUE ZERO.
01 UnpaidFlag PIC X VALUE 'N'.
	88 EmployeeUnpaid VALUE 'Y'.
01 UnpaidReason PIC X(40) VALUE SPACES.
01 UnpaidCount PIC 9(5) VALUE ZERO.
01 HoursDisplay PIC ZZ9.99.
COPY LEAVE-MASTER-STATUS.
01 SickDaysPerYear PIC 9(3)V99 VALUE 10.
01 VacationDaysBand1 PIC 9(3)V99 VALUE 10.
01 VacationDaysBand2 PIC 9(3)V99 VALUE 15.
01 VacationDaysBand3 PIC 9(3)V99 VALUE 20.
01 VacationDaysBand4 PIC 9(3)V99 VALUE 25.
01 RunDateNumeric PIC 9(8).
01 ServiceYears PIC 9(4).
01 VacationEntitlement PIC 9(3)V99.
01 LeaveDaysDisplay PIC -ZZ9.99.
01 HourlyRateDisplay PIC ZZ9.99.
COPY PAY-CALENDAR-STATUS.
COPY PAY-FREQUENCY-FIELDS.
01 CalendarFlag PIC X VALUE 'N'.
	88 CalendarAvailable VALUE 'Y'.
01 CalendarEofFlag PIC X.
	88 EndOfCalendar VALUE 'Y'.
*> the periods paid today, at most one per frequency, off the pay
*> calendar; PeriodEndDate is the period the employee in hand is paid
*> for
01 DuePeriodCount PIC 9 VALUE ZERO.
01 DuePeriodTable.
	05 DuePeriodEntry OCCURS 4 TIMES.
		10 DP-Frequency PIC X.
		10 DP-PeriodEnd PIC 9(8).
01 DuePeriodSub PIC 9.
01 DuePeriodFound PIC 9.
01 NotDueCount PIC 9(5) VALUE ZERO.
01 PeriodEndDate PIC 9(8) VALUE ZERO.
01 AnnualPay PIC 9(9)V99 VALUE ZERO.
01 AnnualSalaryDisplay PIC ZZZ,ZZZ,ZZ9.99.
COPY BENEFIT-PLANS-STATUS.
COPY BENEFIT-ENROLL-STATUS.
01 PlansFlag PIC X VALUE 'N'.
	88 PlansAvailable VALUE 'Y'.
01 EnrollEofFlag PIC X.
	88 EndOfEnrollments VALUE 'Y'.
01 EmployeeBenefits PIC 9(7)V99 VALUE ZERO.
01 EmployerBenefits PIC 9(7)V99 VALUE ZERO.
*> the plans priced for the employee in hand, for the payslip and for
*> posting once the employee is actually paid
01 PlanCount PIC 9(2) VALUE ZERO.
01 PlanTable.
	05 PlanEntry OCCURS 10 TIMES.
		10 PlanCode PIC X(6).
		10 PlanProvider PIC X(20).
		10 PlanEmployeeShare PIC 9(7)V99.
		10 PlanEmployerShare PIC 9(7)V99.
01 PlanSub PIC 9(2).
01 PayrollEmployerBenefitsTotal PIC 9(9)V99 VALUE ZERO.
01 MultiplierDisplay PIC Z9.99.
01 YtdFileStatus PIC X(2).
	88 YtdFileOk VALUE '00'.
01 YearEndFlag PIC X VALUE SPACE.
	05 DS-Total PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(10) VALUE "  Budget: ".
	05 DS-Budget PIC ZZZ,ZZZ,ZZ9.99.
*> the pay run's journal: gross per department's expense account, and
*> the run's totals for the four credit lines
01 DeptJournalCount PIC 9(2) VALUE ZERO.
01 DeptJournalTable.
	05 DeptJournalEntry OCCURS 50 TIMES.
		10 DeptJournalCode PIC X(10).
		10 DeptJournalGl PIC 9(8).
		10 DeptJournalGross PIC 9(9)V99.
01 DeptJournalSub PIC 9(2).
01 DeptJournalFound PIC 9(2).
01 CurrentDeptGl PIC 9(8).
01 PayrollTaxTotal PIC 9(9)V99 VALUE ZERO.
01 PayrollBenefitsTotal PIC 9(9)V99 VALUE ZERO.
01 PayrollGarnishTotal PIC 9(9)V99 VALUE ZERO.
01 PayrollNetTotal PIC 9(9)V99 VALUE ZERO.
01 PayrollGlTax PIC 9(8) VALUE ZERO.
01 PayrollGlBenefits PIC 9(8) VALUE ZERO.
01 PayrollGlGarnish PIC 9(8) VALUE ZERO.
01 PayrollGlNetPay PIC 9(8) VALUE ZERO.
01 JournalStopFlag PIC X VALUE 'N'.
	88 JournalStopped VALUE 'Y'.
01 JournalStopReason PIC X(60) VALUE SPACES.
01 JournalEofFlag PIC X VALUE 'N'.
	88 EndOfJournal VALUE 'Y'.
01 PayrollOnJournalFlag PIC X VALUE 'N'.
	88 PayrollOnJournal VALUE 'Y'.
01 JournalLineGl PIC 9(8).
01 JournalLineDrCr PIC X.
01 JournalLineAmount PIC 9(9)V99.
01 JournalLineCount PIC 9(8) VALUE ZERO.
01 JournalDebitTotal PIC 9(9)V99 VALUE ZERO.
01 JournalCreditTotal PIC 9(9)V99 VALUE ZERO.
01 PageNumber PIC 9(3) VALUE ZERO.
01 LinesOnPage PIC 9(3) VALUE ZERO.
01 LinesPerPage PIC 9(3) VALUE 40.
COPY HANDOFF-FIELDS.

01 RunDateLine.
	05 RD-Title PIC X(15) VALUE "PAYROLL REPORT".
	05 FILLER PIC X(15) VALUE "  Run Date: ".
	05 RD-RunDate PIC X(8).
	05 FILLER PIC X(10) VALUE "   Page: ".
	05 FILLER PIC X(16) VALUE "YTD Gross".
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(16) VALUE "YTD Net".
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(8) VALUE "   Hours".

01 BlankLine PIC X(1) VALUE SPACES.

	05 DL-YtdGross PIC Z,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-YtdNet PIC Z,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-Hours PIC Z,ZZ9.99 BLANK WHEN ZERO.

01 SubtotalLine.
	05 FILLER PIC X(20) VALUE "Department Subtotal:".
	05 FILLER PIC X(10) VALUE "  Budget: ".
	05 SL-Budget PIC ZZZ,ZZZ,ZZ9.99.

01 UnpaidLine.
	05 UL-EmployeeID PIC 9(5).
	05 FILLER PIC X(2) VALUE SPACES.
	05 UL-EmployeeName PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(12) VALUE "NOT PAID -  ".
	05 UL-Reason PIC X(40).

01 GrandTotalLine.
	05 FILLER PIC X(14) VALUE "Total Salary: ".
	05 GT-Total PIC ZZZ,ZZZ,ZZ9.99.
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO LinesPerPage
	END-IF
	PERFORM Load-Payroll-Gl-Accounts
	PERFORM Load-Leave-Parameters
	MOVE 'PAYROLL-OT-MULTIPLIER' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO OvertimeMultiplier
	END-IF
	MOVE 'PAYROLL-HOLIDAY-MULTIPLIER' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO HolidayMultiplier
	END-IF
	DISPLAY 'Parameters in effect: high-earner threshold '
		HighEarnerThreshold ', lines per page ' LinesPerPage
		', overtime x' OvertimeMultiplier
		', holiday x' HolidayMultiplier
	ACCEPT YearEndFlag FROM ENVIRONMENT 'PAYROLL_YEAR_END'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	ACCEPT DepositFlag FROM ENVIRONMENT 'PAYROLL_DEPOSIT'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	ACCEPT OffCycleFlag FROM ENVIRONMENT 'PAYROLL_OFF_CYCLE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF OffCycleMode
		MOVE 'OFF-CYCLE.RPT' TO ReportFileName
		MOVE 'OFF-CYCLE-PAYSLIPS.PRT' TO PayslipFileName
		MOVE 'OFF-CYCLE-GARNISH.RPT' TO GarnishRemitFileName
		MOVE 'OFF-CYCLE PAY' TO RD-Title
		MOVE 'O' TO JournalSourceType
		SET DepositMode TO TRUE
	END-IF
	ACCEPT EmployeeFeedName FROM ENVIRONMENT 'EMPLOYEE_FEED'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF EmployeeFeedName = SPACES
		MOVE 'EMPLOYEE.DAT' TO EmployeeFeedName
	END-IF
	ACCEPT TimesheetFeedName FROM ENVIRONMENT 'TIMESHEET_FEED'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF TimesheetFeedName = SPACES
		MOVE 'TIMESHEET.DAT' TO TimesheetFeedName
	END-IF
	OPEN I-O PayrollYtdMaster.
	IF NOT YtdFileOk
		CLOSE PayrollYtdMaster
		CLOSE PayrollYtdMaster
		OPEN I-O PayrollYtdMaster
	END-IF
	OPEN I-O LEAVE-MASTER
	IF NOT LV-OK
		CLOSE LEAVE-MASTER
		OPEN OUTPUT LEAVE-MASTER
		CLOSE LEAVE-MASTER
		OPEN I-O LEAVE-MASTER
	END-IF
	IF YearEndMode
		PERFORM Year-End-Reset
		CLOSE PayrollYtdMaster
		CLOSE LEAVE-MASTER
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	IF OffCycleMode
		PERFORM Load-Off-Cycle-Payments
	ELSE
		PERFORM Load-Timesheets
	END-IF
	OPEN INPUT EmployeeFile.
	OPEN OUTPUT ReportFile.
	IF NOT OffCycleMode
		OPEN OUTPUT HighEarnerFile
	END-IF
	OPEN OUTPUT PayslipFile.
	IF DepositMode
		OPEN EXTEND DepositFeedFile
	END-IF
*> no deduction-order file just means nobody is garnished
	OPEN I-O DeductionOrders
	IF DoFileOk
		SET OrdersAvailable TO TRUE
		OPEN OUTPUT GarnishRemitFile
		IF OffCycleMode
			MOVE 'GARNISHMENT REMITTANCE - OFF-CYCLE RUN'
				TO GarnishRemitLine
		ELSE
			MOVE 'GARNISHMENT REMITTANCE - THIS PAY RUN'
				TO GarnishRemitLine
		END-IF
		WRITE GarnishRemitLine
	ELSE
		CLOSE DeductionOrders
	END-IF
*> an off-cycle payment carries no benefit plans at all
	IF NOT OffCycleMode
		PERFORM Open-Benefit-Plans
	END-IF
	OPEN INPUT DEPARTMENT-MASTER.
	IF DM-OK
		SET DeptMasterAvailable TO TRUE
		CLOSE DEPARTMENT-MASTER
	END-IF
	MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
	MOVE RunDate TO RunDateNumeric
	IF NOT OffCycleMode
		PERFORM Load-Pay-Calendar
	END-IF
	PERFORM Write-Report-Headers
	PERFORM Read-Employee-Record
	PERFORM UNTIL EndOfFile
		PERFORM Compute-Gross-Pay
		IF NOT NotPaidThisRun
			IF NOT IsFirstRecord
				AND Department NOT = PreviousDepartment
				PERFORM Write-Department-Subtotal
			END-IF
			IF EmployeeUnpaid
				PERFORM Write-Unpaid-Line
			ELSE
				PERFORM Write-Employee-Detail
				IF NOT OffCycleMode
					PERFORM Write-High-Earner-Exception
				END-IF
				ADD GrossPay TO TotalSalary
				ADD GrossPay TO DepartmentSubtotal
			END-IF
			MOVE Department TO PreviousDepartment
			MOVE 'N' TO FirstRecord
		END-IF
		PERFORM Read-Employee-Record
	END-PERFORM
	IF OffCycleMode
		PERFORM Write-Off-Cycle-Leftovers
	END-IF
	IF NOT IsFirstRecord
		PERFORM Write-Department-Subtotal
	END-IF
	PERFORM Write-Grand-Total
	PERFORM Write-Division-Summary
	PERFORM Write-Payroll-Journal THRU Write-Payroll-Journal-Exit
	IF DepositMode
		PERFORM Write-Deposit-Trailer
		CLOSE DepositFeedFile
	END-IF
	CLOSE EmployeeFile, ReportFile
	IF NOT OffCycleMode
		CLOSE HighEarnerFile
	END-IF
	CLOSE PayslipFile
	IF OrdersAvailable
		CLOSE DeductionOrders
		CLOSE GarnishRemitFile
	END-IF
	IF PlansAvailable
		CLOSE BENEFIT-ENROLL
		CLOSE BENEFIT-PLANS
		CLOSE BENEFIT-DEDUCTIONS
		DISPLAY 'Benefit plans: employee share ' PayrollBenefitsTotal
			', employer share ' PayrollEmployerBenefitsTotal
	END-IF
	IF DeptMasterAvailable
		CLOSE DEPARTMENT-MASTER
	END-IF
	CLOSE PayrollYtdMaster
	CLOSE LEAVE-MASTER
	IF CalendarAvailable
		PERFORM Stamp-Pay-Calendar
	END-IF
*> the payments are paid: empty the file so a rerun cannot pay them
*> twice. An off-cycle run reads no feed of PAYROLL-EDIT's, so it
*> records no handoff
	IF OffCycleMode
		OPEN OUTPUT OffCyclePaymentsFile
		CLOSE OffCyclePaymentsFile
		MOVE OffCycleRejected TO JS-RECORDS-REJECTED
		ADD UnpaidCount TO JS-RECORDS-REJECTED
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	MOVE 'SeniorTestProgram' TO HF-STEP
	MOVE 'C' TO HF-ROLE
	MOVE EmployeeFeedName(1:30) TO HF-FILE-NAME
	MOVE JS-RECORDS-READ TO HF-COUNT
	MOVE FeedSalaryHash TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE TimesheetFeedName(1:30) TO HF-FILE-NAME
	MOVE TimesheetCount TO HF-COUNT
	MOVE TimesheetHoursHash TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE UnpaidCount TO JS-RECORDS-REJECTED
	PERFORM END-JOB-STATS
	STOP RUN.

*> no enrollment file yet means the keyed BenefitsDeduction still rules
Open-Benefit-Plans.
	OPEN INPUT BENEFIT-ENROLL
	IF BE-OK
		OPEN I-O BENEFIT-PLANS
		IF BP-OK
			SET PlansAvailable TO TRUE
			OPEN EXTEND BENEFIT-DEDUCTIONS
		ELSE
			CLOSE BENEFIT-PLANS
			CLOSE BENEFIT-ENROLL
			DISPLAY 'Warning: BENEFIT-ENROLL on file but no '
				'BENEFIT-PLANS - keyed benefits used'
		END-IF
	ELSE
		CLOSE BENEFIT-ENROLL
	END-IF.

Read-Employee-Record.
	READ EmployeeFile
		AT END SET EndOfFile TO TRUE
		NOT AT END
			ADD 1 TO JS-RECORDS-READ
			ADD EmployeeSalary TO FeedSalaryHash
	END-READ.

*> a missing timesheet file just means nobody is paid by the hour
*> this period; the hours hash balances against PAYROLL-EDIT's count
Load-Timesheets.
	OPEN INPUT TimesheetFile
	READ TimesheetFile
		AT END SET EndOfTimesheets TO TRUE
	END-READ
	PERFORM UNTIL EndOfTimesheets
		IF TimesheetCount < 1000
			ADD 1 TO TimesheetCount
			MOVE TS-EmployeeID TO TT-EmployeeID(TimesheetCount)
			MOVE TS-PeriodEnd TO TT-PeriodEnd(TimesheetCount)
			MOVE TS-RegularHours TO TT-RegularHours(TimesheetCount)
			MOVE TS-OvertimeHours TO TT-OvertimeHours(TimesheetCount)
			MOVE TS-HolidayHours TO TT-HolidayHours(TimesheetCount)
			ADD TS-RegularHours TS-OvertimeHours TS-HolidayHours
				TO TimesheetHoursHash
		ELSE
			DISPLAY 'Timesheet table full - timesheet for '
				TS-EmployeeID ' dropped'
		END-IF
		READ TimesheetFile
			AT END SET EndOfTimesheets TO TRUE
		END-READ
	END-PERFORM
	CLOSE TimesheetFile
	DISPLAY TimesheetCount ' timesheet(s) loaded from '
		TimesheetFeedName(1:30).

*> an employee whose frequency has no period paid today is not in
*> this run at all. Salaried staff are paid their annual
*> EmployeeSalary over the frequency's periods; hourly staff the
*> rate times their hours for the period, overtime and holiday hours
*> at the multipliers in effect. An hourly employee with no timesheet
*> for the period, or whose fixed deductions would take more than the
*> hours earned, is held back rather than paid a wrong or negative
*> cheque
Compute-Gross-Pay.
	MOVE 'N' TO UnpaidFlag
	MOVE 'N' TO SkipFlag
	MOVE ZERO TO RegularHours OvertimeHours HolidayHours TotalHours
	IF OffCycleMode
		PERFORM Compute-Off-Cycle-Gross
		EXIT PARAGRAPH
	END-IF
	MOVE EmployeePayFrequency TO PF-FREQUENCY
	PERFORM SET-PAY-FREQUENCY
	MOVE RunDateNumeric TO PeriodEndDate
	IF CalendarAvailable
		MOVE ZERO TO DuePeriodFound
		PERFORM VARYING DuePeriodSub FROM 1 BY 1
			UNTIL DuePeriodSub > DuePeriodCount
			IF DP-Frequency(DuePeriodSub) = PF-FREQUENCY
				MOVE DuePeriodSub TO DuePeriodFound
			END-IF
		END-PERFORM
		IF DuePeriodFound = ZERO
			SET NotPaidThisRun TO TRUE
			ADD 1 TO NotDueCount
			EXIT PARAGRAPH
		END-IF
		MOVE DP-PeriodEnd(DuePeriodFound) TO PeriodEndDate
	END-IF
	IF NOT HourlyPaid
		COMPUTE GrossPay ROUNDED =
			EmployeeSalary / PF-PERIODS-PER-YEAR
		PERFORM Price-Benefit-Plans
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO GrossPay
	MOVE ZERO TO TimesheetFound
	PERFORM VARYING TimesheetSub FROM 1 BY 1
		UNTIL TimesheetSub > TimesheetCount
		IF TT-EmployeeID(TimesheetSub) = EmployeeID
			AND (NOT CalendarAvailable
				OR TT-PeriodEnd(TimesheetSub) = PeriodEndDate)
			MOVE TimesheetSub TO TimesheetFound
		END-IF
	END-PERFORM
	IF TimesheetFound = ZERO
		SET EmployeeUnpaid TO TRUE
		MOVE 'hourly, no timesheet for the period' TO UnpaidReason
		EXIT PARAGRAPH
	END-IF
	MOVE TT-RegularHours(TimesheetFound) TO RegularHours
	MOVE TT-OvertimeHours(TimesheetFound) TO OvertimeHours
	MOVE TT-HolidayHours(TimesheetFound) TO HolidayHours
	COMPUTE TotalHours = RegularHours + OvertimeHours + HolidayHours
	COMPUTE GrossPay ROUNDED = EmployeeHourlyRate *
		(RegularHours + OvertimeHours * OvertimeMultiplier
			+ HolidayHours * HolidayMultiplier)
		ON SIZE ERROR
			SET EmployeeUnpaid TO TRUE
			MOVE 'hours times rate overflows gross' TO UnpaidReason
			EXIT PARAGRAPH
	END-COMPUTE
	PERFORM Price-Benefit-Plans
	PERFORM Compute-Provincial-Withholding
	IF ComputedWithholding + EmployeeBenefits > GrossPay
		SET EmployeeUnpaid TO TRUE
		MOVE 'deductions exceed the hours earned' TO UnpaidReason
	END-IF.

*> off-cycle gross is the sum of the employee's one-off payments;
*> someone with none is simply not in this run. No benefit plans are
*> priced, and a withholding bigger than the payment - the keyed
*> per-period amount standing in for a missing rate - holds it back
Compute-Off-Cycle-Gross.
	MOVE ZERO TO GrossPay EmployeeBenefits EmployerBenefits PlanCount
	PERFORM VARYING OffCycleSub FROM 1 BY 1
		UNTIL OffCycleSub > OffCycleCount
		IF OT-EmployeeID(OffCycleSub) = EmployeeID
			ADD OT-Amount(OffCycleSub) TO GrossPay
			MOVE 'Y' TO OT-Paid(OffCycleSub)
		END-IF
	END-PERFORM
	IF GrossPay = ZERO
		SET NotPaidThisRun TO TRUE
		EXIT PARAGRAPH
	END-IF
	PERFORM Compute-Provincial-Withholding
	IF ComputedWithholding > GrossPay
		SET EmployeeUnpaid TO TRUE
		MOVE 'withholding exceeds the payment' TO UnpaidReason
	END-IF.

*> payments are checked as they load; a bad one is listed on the
*> report and never paid
Load-Off-Cycle-Payments.
	OPEN INPUT OffCyclePaymentsFile
	READ OffCyclePaymentsFile
		AT END SET EndOfOffCycle TO TRUE
	END-READ
	PERFORM UNTIL EndOfOffCycle
		EVALUATE TRUE
			WHEN OP-EmployeeID NOT NUMERIC
				OR OP-Amount NOT NUMERIC
				DISPLAY 'Off-cycle payment rejected - '
					'employee or amount not numeric: '
					OffCyclePaymentRecord
				ADD 1 TO OffCycleRejected
			WHEN OP-Amount = ZERO
				DISPLAY 'Off-cycle payment rejected - zero amount '
					'for ' OP-EmployeeID
				ADD 1 TO OffCycleRejected
			WHEN NOT OP-ValidType
				DISPLAY 'Off-cycle payment rejected - earnings type '
					OP-EarningsType ' for ' OP-EmployeeID
				ADD 1 TO OffCycleRejected
			WHEN OffCycleCount NOT < 500
				DISPLAY 'Off-cycle table full - payment for '
					OP-EmployeeID ' dropped'
				ADD 1 TO OffCycleRejected
			WHEN OTHER
				ADD 1 TO OffCycleCount
				MOVE OP-EmployeeID TO OT-EmployeeID(OffCycleCount)
				MOVE OP-Amount TO OT-Amount(OffCycleCount)
				MOVE OP-EarningsType TO OT-EarningsType(OffCycleCount)
				MOVE OP-Reason TO OT-Reason(OffCycleCount)
				MOVE 'N' TO OT-Paid(OffCycleCount)
		END-EVALUATE
		READ OffCyclePaymentsFile
			AT END SET EndOfOffCycle TO TRUE
		END-READ
	END-PERFORM
	CLOSE OffCyclePaymentsFile
	DISPLAY OffCycleCount ' off-cycle payment(s) loaded, '
		OffCycleRejected ' rejected'.

*> a payment for an employee who is not on the feed is never paid;
*> it is listed after the totals rather than silently dropped
Write-Off-Cycle-Leftovers.
	PERFORM VARYING OffCycleSub FROM 1 BY 1
		UNTIL OffCycleSub > OffCycleCount
		IF OT-Paid(OffCycleSub) = 'N'
			PERFORM Check-Page-Break
			MOVE OT-EmployeeID(OffCycleSub) TO UL-EmployeeID
			MOVE OT-Reason(OffCycleSub) TO UL-EmployeeName
			MOVE 'employee not on the employee feed' TO UL-Reason
			WRITE ReportLine FROM UnpaidLine
			ADD 1 TO LinesOnPage
			ADD 1 TO OffCycleRejected
			DISPLAY 'Off-cycle payment for ' OT-EmployeeID(OffCycleSub)
				' not paid - employee not on the feed'
		END-IF
	END-PERFORM
	IF OffCycleRejected > ZERO
		MOVE SPACES TO ReportLine
		STRING 'OFF-CYCLE PAYMENTS NOT PAID: ' OffCycleRejected
			' (SEE JOB LOG)'
			DELIMITED BY SIZE INTO ReportLine
		WRITE ReportLine
	END-IF.

Write-Unpaid-Line.
	PERFORM Check-Page-Break
	MOVE EmployeeID TO UL-EmployeeID
	MOVE EmployeeName TO UL-EmployeeName
	MOVE UnpaidReason TO UL-Reason
	WRITE ReportLine FROM UnpaidLine
	ADD 1 TO LinesOnPage
	ADD 1 TO UnpaidCount
	DISPLAY 'Employee ' EmployeeID ' not paid - ' UnpaidReason.

Write-Employee-Detail.
	PERFORM Check-Page-Break
	PERFORM Compute-Provincial-Withholding
		PERFORM Apply-Deduction-Orders
	END-IF
	COMPUTE EmployeeDeductions =
		ComputedWithholding + EmployeeBenefits + GarnishTotal
	COMPUTE EmployeeNetPay = GrossPay - EmployeeDeductions
	PERFORM Update-Ytd-Master
	IF NOT OffCycleMode
		PERFORM Accrue-Leave
	END-IF
	IF PlansAvailable
		PERFORM Post-Benefit-Plans
	END-IF
	ADD ComputedWithholding TO PayrollTaxTotal
	ADD EmployeeBenefits TO PayrollBenefitsTotal
	ADD EmployerBenefits TO PayrollEmployerBenefitsTotal
	ADD GarnishTotal TO PayrollGarnishTotal
	ADD EmployeeNetPay TO PayrollNetTotal
	MOVE EmployeeID TO DL-EmployeeID
	MOVE EmployeeName TO DL-EmployeeName
	MOVE GrossPay TO DL-GrossPay
	MOVE EmployeeDeductions TO DL-TotalDeductions
	MOVE EmployeeNetPay TO DL-NetPay
	MOVE YTD-Gross TO DL-YtdGross
	MOVE YTD-Net TO DL-YtdNet
	MOVE TotalHours TO DL-Hours
	WRITE ReportLine FROM DetailLine
	PERFORM Write-Payslip
	IF DepositMode AND EmployeeDepositAccount NOT = ZEROS
	CALL 'TAX-LOOKUP' USING TLK-PARAMETERS
	IF TLK-RATE-FOUND
		COMPUTE ComputedWithholding ROUNDED =
			GrossPay * TLK-COMBINED-RATE
	ELSE
		MOVE TaxWithholding TO ComputedWithholding
	END-IF.
*> each capped at the order's remaining total and at whatever net is
*> still on the table - an order can never drive net pay negative
Apply-Deduction-Orders.
	COMPUTE NetBeforeGarnish = GrossPay
		- ComputedWithholding - EmployeeBenefits
	PERFORM VARYING PriorityWanted FROM 1 BY 1
		UNTIL PriorityWanted > 9
		PERFORM Apply-Orders-At-Priority

Write-Payslip.
	WRITE PayslipLine FROM PayslipRule
	IF OffCycleMode
		MOVE 'OFF-CYCLE PAYMENT OF' TO PC-LABEL
	ELSE
		MOVE 'PAYSLIP - PERIOD ENDED' TO PC-LABEL
	END-IF
	IF OffCycleMode
		MOVE RunDate TO PC-TEXT
	ELSE
		MOVE PeriodEndDate TO PC-TEXT
	END-IF
	WRITE PayslipLine FROM PayslipCaption
	MOVE 'EMPLOYEE' TO PC-LABEL
	MOVE EmployeeName TO PC-TEXT
	MOVE 'DEPARTMENT' TO PC-LABEL
	MOVE Department TO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	IF OffCycleMode
		PERFORM Write-Payslip-Off-Cycle
	ELSE
		PERFORM Write-Payslip-Frequency
		IF HourlyPaid
			PERFORM Write-Payslip-Hours
		END-IF
	END-IF
	MOVE 'GROSS PAY' TO PM-LABEL
	MOVE GrossPay TO PM-AMOUNT
	WRITE PayslipLine FROM PayslipMoneyLine
	MOVE 'TAX WITHHOLDING' TO PM-LABEL
	MOVE ComputedWithholding TO PM-AMOUNT
			DELIMITED BY SIZE INTO PC-TEXT
		WRITE PayslipLine FROM PayslipCaption
	END-IF
	PERFORM Write-Payslip-Benefits
	PERFORM VARYING AppliedSub FROM 1 BY 1
		UNTIL AppliedSub > AppliedCount
		MOVE SPACES TO PM-LABEL
	MOVE 'NET PAY' TO PM-LABEL
	MOVE EmployeeNetPay TO PM-AMOUNT
	WRITE PayslipLine FROM PayslipMoneyLine
	IF PlanCount > ZERO
		PERFORM Write-Payslip-Employer-Share
	END-IF
	IF NOT OffCycleMode
		PERFORM Write-Payslip-Leave
	END-IF
	WRITE PayslipLine FROM PayslipRule
	MOVE SPACES TO PayslipLine
	WRITE PayslipLine.

*> how often the employee is paid and, for salaried staff, the annual
*> salary the period's gross is a share of
Write-Payslip-Frequency.
	MOVE SPACES TO PayslipCaption
	MOVE 'PAY FREQUENCY' TO PC-LABEL
	MOVE PF-DESCRIPTION TO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	IF CalendarAvailable
		MOVE 'PAY DATE' TO PC-LABEL
		MOVE RunDate TO PC-TEXT
		WRITE PayslipLine FROM PayslipCaption
	END-IF
	IF NOT HourlyPaid
		MOVE EmployeeSalary TO AnnualSalaryDisplay
		MOVE SPACES TO PayslipCaption
		MOVE 'ANNUAL SALARY' TO PC-LABEL
		STRING AnnualSalaryDisplay ' / ' PF-PERIODS-PER-YEAR
			DELIMITED BY SIZE INTO PC-TEXT
		WRITE PayslipLine FROM PayslipCaption
	END-IF.

*> the leave balances the pay run has just accrued to
Write-Payslip-Leave.
	MOVE LV-VACATION-BALANCE TO LeaveDaysDisplay
	MOVE SPACES TO PayslipCaption
	MOVE 'VACATION BALANCE' TO PC-LABEL
	STRING LeaveDaysDisplay ' DAYS'
		DELIMITED BY SIZE INTO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	MOVE LV-SICK-BALANCE TO LeaveDaysDisplay
	MOVE SPACES TO PayslipCaption
	MOVE 'SICK LEAVE BALANCE' TO PC-LABEL
	STRING LeaveDaysDisplay ' DAYS'
		DELIMITED BY SIZE INTO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption.

*> each one-off payment behind an off-cycle gross, with its reason
Write-Payslip-Off-Cycle.
	PERFORM VARYING OffCycleSub FROM 1 BY 1
		UNTIL OffCycleSub > OffCycleCount
		IF OT-EmployeeID(OffCycleSub) = EmployeeID
			EVALUATE OT-EarningsType(OffCycleSub)
				WHEN 'B' MOVE 'BONUS' TO OffCycleTypeText
				WHEN 'C' MOVE 'CORRECTION' TO OffCycleTypeText
				WHEN OTHER MOVE 'OTHER EARNINGS' TO OffCycleTypeText
			END-EVALUATE
			MOVE OffCycleTypeText TO PM-LABEL
			MOVE OT-Amount(OffCycleSub) TO PM-AMOUNT
			WRITE PayslipLine FROM PayslipMoneyLine
			MOVE SPACES TO PayslipCaption
			MOVE '  REASON' TO PC-LABEL
			MOVE OT-Reason(OffCycleSub) TO PC-TEXT
			WRITE PayslipLine FROM PayslipCaption
		END-IF
	END-PERFORM.

*> the hours behind an hourly employee's gross, each band with the
*> rate or multiplier it was paid at
Write-Payslip-Hours.
	MOVE EmployeeHourlyRate TO HourlyRateDisplay
	MOVE SPACES TO PayslipCaption
	MOVE 'PAY BASIS' TO PC-LABEL
	STRING 'HOURLY AT ' HourlyRateDisplay
		DELIMITED BY SIZE INTO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	MOVE RegularHours TO HoursDisplay
	MOVE SPACES TO PayslipCaption
	MOVE 'REGULAR HOURS' TO PC-LABEL
	MOVE HoursDisplay TO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	IF OvertimeHours > ZERO
		MOVE OvertimeHours TO HoursDisplay
		MOVE OvertimeMultiplier TO MultiplierDisplay
		MOVE SPACES TO PayslipCaption
		MOVE 'OVERTIME HOURS' TO PC-LABEL
		STRING HoursDisplay ' AT ' MultiplierDisplay ' X RATE'
			DELIMITED BY SIZE INTO PC-TEXT
		WRITE PayslipLine FROM PayslipCaption
	END-IF
	IF HolidayHours > ZERO
		MOVE HolidayHours TO HoursDisplay
		MOVE HolidayMultiplier TO MultiplierDisplay
		MOVE SPACES TO PayslipCaption
		MOVE 'HOLIDAY HOURS' TO PC-LABEL
		STRING HoursDisplay ' AT ' MultiplierDisplay ' X RATE'
			DELIMITED BY SIZE INTO PC-TEXT
		WRITE PayslipLine FROM PayslipCaption
	END-IF.

*> one line per plan deducted; before enrollments are on file, the
*> single keyed amount as it always was
Write-Payslip-Benefits.
	IF OffCycleMode
		EXIT PARAGRAPH
	END-IF
	IF NOT PlansAvailable
		MOVE 'BENEFITS DEDUCTION' TO PM-LABEL
		MOVE EmployeeBenefits TO PM-AMOUNT
		WRITE PayslipLine FROM PayslipMoneyLine
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING PlanSub FROM 1 BY 1
		UNTIL PlanSub > PlanCount
		MOVE SPACES TO PM-LABEL
		STRING 'BENEFIT ' PlanCode(PlanSub)
			DELIMITED BY SIZE INTO PM-LABEL
		MOVE PlanEmployeeShare(PlanSub) TO PM-AMOUNT
		WRITE PayslipLine FROM PayslipMoneyLine
	END-PERFORM.

*> what the employer pays into each plan on top - not a deduction, so
*> it sits below net pay
Write-Payslip-Employer-Share.
	MOVE SPACES TO PayslipCaption
	MOVE 'EMPLOYER CONTRIBUTIONS' TO PC-LABEL
	MOVE '(NOT DEDUCTED FROM PAY)' TO PC-TEXT
	WRITE PayslipLine FROM PayslipCaption
	PERFORM VARYING PlanSub FROM 1 BY 1
		UNTIL PlanSub > PlanCount
		MOVE SPACES TO PM-LABEL
		STRING 'EMPLOYER ' PlanCode(PlanSub)
			DELIMITED BY SIZE INTO PM-LABEL
		MOVE PlanEmployerShare(PlanSub) TO PM-AMOUNT
		WRITE PayslipLine FROM PayslipMoneyLine
	END-PERFORM.

*> the deposit feed carries one 'D' per paid employee with a deposit
*> account on record; employees without one stay on whatever they had
Write-Deposit-Record.
	READ PayrollYtdMaster
		INVALID KEY
			MOVE EmployeeID TO YTD-EmployeeID
			MOVE GrossPay TO YTD-Gross
			MOVE ComputedWithholding TO YTD-TaxWithholding
			MOVE EmployeeBenefits TO YTD-BenefitsDeduction
			MOVE EmployeeNetPay TO YTD-Net
			MOVE GarnishTotal TO YTD-GarnishDeduction
			MOVE EmployeeProvince TO YTD-Province
			IF OffCycleMode
				MOVE ZERO TO YTD-PeriodsPaid
				MOVE 1 TO YTD-OffCycleCount
				MOVE GrossPay TO YTD-OffCycleGross
			ELSE
				MOVE 1 TO YTD-PeriodsPaid
				MOVE ZERO TO YTD-OffCycleCount
				MOVE ZERO TO YTD-OffCycleGross
			END-IF
			WRITE PayrollYtdRecord
		NOT INVALID KEY
			ADD GrossPay TO YTD-Gross
			ADD ComputedWithholding TO YTD-TaxWithholding
			ADD EmployeeBenefits TO YTD-BenefitsDeduction
			ADD EmployeeNetPay TO YTD-Net
			ADD GarnishTotal TO YTD-GarnishDeduction
			MOVE EmployeeProvince TO YTD-Province
			IF YTD-OffCycleCount NOT NUMERIC
				MOVE ZERO TO YTD-OffCycleCount
				MOVE ZERO TO YTD-OffCycleGross
			END-IF
			IF OffCycleMode
				ADD 1 TO YTD-OffCycleCount
				ADD GrossPay TO YTD-OffCycleGross
			ELSE
				ADD 1 TO YTD-PeriodsPaid
			END-IF
			REWRITE PayrollYtdRecord
	END-READ.

*> prices every plan the employee is enrolled in on the run date -
*> effective on or before it, ending on or after it - into PlanTable.
*> Nothing is posted here: an hourly employee can still be held back
*> once the deductions are known
Price-Benefit-Plans.
	MOVE ZERO TO EmployeeBenefits EmployerBenefits PlanCount
	IF NOT PlansAvailable
		MOVE BenefitsDeduction TO EmployeeBenefits
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO EnrollEofFlag
	MOVE EmployeeID TO BE-EMPLOYEE-ID
	MOVE LOW-VALUES TO BE-PLAN-CODE
	START BENEFIT-ENROLL KEY IS GREATER THAN OR EQUAL TO BE-ENROLL-KEY
		INVALID KEY SET EndOfEnrollments TO TRUE
	END-START
	PERFORM UNTIL EndOfEnrollments
		READ BENEFIT-ENROLL NEXT RECORD
			AT END SET EndOfEnrollments TO TRUE
		END-READ
		IF NOT EndOfEnrollments
			IF BE-EMPLOYEE-ID NOT = EmployeeID
				SET EndOfEnrollments TO TRUE
			ELSE
				IF BE-EFFECTIVE-DATE NOT > RunDateNumeric
					AND (BE-END-DATE = ZERO
						OR BE-END-DATE NOT < RunDateNumeric)
					PERFORM Price-One-Plan
				END-IF
			END-IF
		END-IF
	END-PERFORM.

Price-One-Plan.
	MOVE BE-PLAN-CODE TO BP-PLAN-CODE
	READ BENEFIT-PLANS
		INVALID KEY
			DISPLAY 'Employee ' EmployeeID ' enrolled in unknown plan '
				BE-PLAN-CODE ' - not deducted'
			EXIT PARAGRAPH
	END-READ
	IF NOT BP-ACTIVE
		EXIT PARAGRAPH
	END-IF
	IF PlanCount NOT < 10
		DISPLAY 'Employee ' EmployeeID ' has more than 10 plans - '
			BE-PLAN-CODE ' not deducted'
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO PlanCount
	MOVE BP-PLAN-CODE TO PlanCode(PlanCount)
	MOVE BP-PROVIDER TO PlanProvider(PlanCount)
	IF BP-EE-FIXED-AMOUNT
		MOVE BP-EE-AMOUNT TO PlanEmployeeShare(PlanCount)
	ELSE
		COMPUTE PlanEmployeeShare(PlanCount) ROUNDED =
			GrossPay * BP-EE-PERCENT / 100
	END-IF
	IF BP-ER-FIXED-AMOUNT
		MOVE BP-ER-AMOUNT TO PlanEmployerShare(PlanCount)
	ELSE
		COMPUTE PlanEmployerShare(PlanCount) ROUNDED =
			GrossPay * BP-ER-PERCENT / 100
	END-IF
	ADD PlanEmployeeShare(PlanCount) TO EmployeeBenefits
	ADD PlanEmployerShare(PlanCount) TO EmployerBenefits.

*> the employee is being paid: each plan's shares go onto the plan's
*> year-to-date figures (the first run of a new year starts them
*> again) and onto the register the monthly remittance is built from
Post-Benefit-Plans.
	PERFORM VARYING PlanSub FROM 1 BY 1
		UNTIL PlanSub > PlanCount
		PERFORM Post-One-Plan
	END-PERFORM.

Post-One-Plan.
	MOVE RunDateNumeric TO BD-PAY-DATE
	MOVE EmployeeID TO BD-EMPLOYEE-ID
	MOVE PlanCode(PlanSub) TO BD-PLAN-CODE
	MOVE PlanProvider(PlanSub) TO BD-PROVIDER
	MOVE PlanEmployeeShare(PlanSub) TO BD-EMPLOYEE-SHARE
	MOVE PlanEmployerShare(PlanSub) TO BD-EMPLOYER-SHARE
	WRITE BENEFIT-DEDUCTION-RECORD
	MOVE PlanCode(PlanSub) TO BP-PLAN-CODE
	READ BENEFIT-PLANS
		INVALID KEY
			EXIT PARAGRAPH
	END-READ
	IF BP-YTD-YEAR NOT = RunDate(1:4)
		MOVE RunDate(1:4) TO BP-YTD-YEAR
		MOVE ZERO TO BP-EE-YTD BP-ER-YTD
	END-IF
	ADD PlanEmployeeShare(PlanSub) TO BP-EE-YTD
	ADD PlanEmployerShare(PlanSub) TO BP-ER-YTD
	REWRITE BENEFIT-PLAN-RECORD.

*> a period's share - periods of the employee's own pay frequency -
*> of the year's vacation (by service band, whole
*> years since EmployeeHireDate; no hire date on file counts as the
*> first band) and sick leave, added to the employee's leave master
*> record, created on first sight. The record stays in the buffer for
*> the payslip to print the balances from
Accrue-Leave.
	MOVE EmployeeID TO LV-EMPLOYEE-ID
	READ LEAVE-MASTER
		INVALID KEY
			MOVE EmployeeID TO LV-EMPLOYEE-ID
			MOVE ZERO TO LV-VACATION-BALANCE LV-SICK-BALANCE
				LV-ENTITLEMENT LV-VACATION-ACCRUED-YTD
				LV-VACATION-TAKEN-YTD LV-SICK-TAKEN-YTD
				LV-LAST-ACCRUAL
			WRITE LEAVE-MASTER-RECORD
	END-READ
	IF LV-LAST-ACCRUAL = RunDateNumeric
		EXIT PARAGRAPH
	END-IF
	IF EmployeeHireDate = ZERO OR EmployeeHireDate > RunDateNumeric
		MOVE ZERO TO ServiceYears
	ELSE
		COMPUTE ServiceYears =
			(RunDateNumeric - EmployeeHireDate) / 10000
	END-IF
	EVALUATE TRUE
		WHEN ServiceYears < 2
			MOVE VacationDaysBand1 TO VacationEntitlement
		WHEN ServiceYears < 5
			MOVE VacationDaysBand2 TO VacationEntitlement
		WHEN ServiceYears < 10
			MOVE VacationDaysBand3 TO VacationEntitlement
		WHEN OTHER
			MOVE VacationDaysBand4 TO VacationEntitlement
	END-EVALUATE
	MOVE VacationEntitlement TO LV-ENTITLEMENT
	COMPUTE LV-VACATION-BALANCE ROUNDED = LV-VACATION-BALANCE
		+ VacationEntitlement / PF-PERIODS-PER-YEAR
	COMPUTE LV-VACATION-ACCRUED-YTD ROUNDED = LV-VACATION-ACCRUED-YTD
		+ VacationEntitlement / PF-PERIODS-PER-YEAR
	COMPUTE LV-SICK-BALANCE ROUNDED = LV-SICK-BALANCE
		+ SickDaysPerYear / PF-PERIODS-PER-YEAR
	MOVE RunDateNumeric TO LV-LAST-ACCRUAL
	REWRITE LEAVE-MASTER-RECORD.

*> fiscal year close: every YTD record is archived with the closing
*> year stamped on it, then removed so the new year starts from zero
Year-End-Reset.
				MOVE YTD-Net TO YA-Net
				MOVE YTD-PeriodsPaid TO YA-PeriodsPaid
				MOVE YTD-GarnishDeduction TO YA-GarnishDeduction
				MOVE YTD-Province TO YA-Province
				WRITE YtdArchiveRecord
				DELETE PayrollYtdMaster RECORD
				END-DELETE
*> a failed read must not leave the previous department's budget in
*> the FD buffer for the division roll-up to pick up
	MOVE ZEROS TO DM-BUDGET
	MOVE ZEROS TO CurrentDeptGl
	IF DeptMasterAvailable
		MOVE PreviousDepartment TO DM-CODE
		READ DEPARTMENT-MASTER
				MOVE DM-NAME TO SL-Department
				MOVE DM-BUDGET TO SL-Budget
				MOVE DM-DIVISION TO CurrentDivision
				IF DM-GL-EXPENSE-ACCOUNT IS NUMERIC
					MOVE DM-GL-EXPENSE-ACCOUNT TO CurrentDeptGl
				END-IF
		END-READ
	END-IF
	PERFORM Add-To-Division-Bucket
	PERFORM Add-To-Department-Journal
	MOVE DepartmentSubtotal TO SL-Subtotal
	WRITE ReportLine FROM SubtotalLine
	ADD 1 TO LinesOnPage
		ADD 1 TO LinesOnPage
	END-PERFORM.

*> a department that comes round again in the feed adds to its entry;
*> one with no GL account is carried with zero and stops the journal
Add-To-Department-Journal.
	MOVE ZERO TO DeptJournalFound
	PERFORM VARYING DeptJournalSub FROM 1 BY 1
		UNTIL DeptJournalSub > DeptJournalCount
		IF DeptJournalCode(DeptJournalSub) = PreviousDepartment
			MOVE DeptJournalSub TO DeptJournalFound
		END-IF
	END-PERFORM
	IF DeptJournalFound = ZERO
		IF DeptJournalCount < 50
			ADD 1 TO DeptJournalCount
			MOVE DeptJournalCount TO DeptJournalFound
			MOVE PreviousDepartment TO DeptJournalCode(DeptJournalFound)
			MOVE CurrentDeptGl TO DeptJournalGl(DeptJournalFound)
			MOVE ZERO TO DeptJournalGross(DeptJournalFound)
		ELSE
			SET JournalStopped TO TRUE
			MOVE 'more departments than the journal table holds'
				TO JournalStopReason
			EXIT PARAGRAPH
		END-IF
	END-IF
	ADD DepartmentSubtotal TO DeptJournalGross(DeptJournalFound).

Load-Payroll-Gl-Accounts.
	MOVE 'PAYROLL-GL-TAX' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO PayrollGlTax
	END-IF
	MOVE 'PAYROLL-GL-BENEFITS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO PayrollGlBenefits
	END-IF
	MOVE 'PAYROLL-GL-GARNISH' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO PayrollGlGarnish
	END-IF
	MOVE 'PAYROLL-GL-NET-PAY' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO PayrollGlNetPay
	END-IF.

Load-Leave-Parameters.
	MOVE 'LEAVE-SICK-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO SickDaysPerYear
	END-IF
	MOVE 'LEAVE-DAYS-BAND-1' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO VacationDaysBand1
	END-IF
	MOVE 'LEAVE-DAYS-BAND-2' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO VacationDaysBand2
	END-IF
	MOVE 'LEAVE-DAYS-BAND-3' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO VacationDaysBand3
	END-IF
	MOVE 'LEAVE-DAYS-BAND-4' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO VacationDaysBand4
	END-IF.

*> the journal is all or nothing: every debit needs its department's
*> expense account and every credit its control account, otherwise
*> nothing is written and the report carries the reason
Write-Payroll-Journal.
	IF DeptJournalCount = ZERO
		GO TO Write-Payroll-Journal-Exit
	END-IF
	PERFORM VARYING DeptJournalSub FROM 1 BY 1
		UNTIL DeptJournalSub > DeptJournalCount OR JournalStopped
		IF DeptJournalGl(DeptJournalSub) = ZERO
			AND DeptJournalGross(DeptJournalSub) > ZERO
			SET JournalStopped TO TRUE
			STRING 'department ' DeptJournalCode(DeptJournalSub)
				' has no salary expense GL account'
				DELIMITED BY SIZE INTO JournalStopReason
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN JournalStopped
			CONTINUE
		WHEN PayrollTaxTotal > ZERO AND PayrollGlTax = ZERO
			SET JournalStopped TO TRUE
			MOVE 'no PAYROLL-GL-TAX account on PARAMETERS.DAT'
				TO JournalStopReason
		WHEN PayrollBenefitsTotal > ZERO AND PayrollGlBenefits = ZERO
			SET JournalStopped TO TRUE
			MOVE 'no PAYROLL-GL-BENEFITS account on PARAMETERS.DAT'
				TO JournalStopReason
		WHEN PayrollGarnishTotal > ZERO AND PayrollGlGarnish = ZERO
			SET JournalStopped TO TRUE
			MOVE 'no PAYROLL-GL-GARNISH account on PARAMETERS.DAT'
				TO JournalStopReason
		WHEN PayrollNetTotal > ZERO AND PayrollGlNetPay = ZERO
			SET JournalStopped TO TRUE
			MOVE 'no PAYROLL-GL-NET-PAY account on PARAMETERS.DAT'
				TO JournalStopReason
		WHEN TotalSalary NOT = PayrollTaxTotal + PayrollBenefitsTotal
			+ PayrollGarnishTotal + PayrollNetTotal
			SET JournalStopped TO TRUE
			MOVE 'deductions and net pay do not add up to gross'
				TO JournalStopReason
	END-EVALUATE
	IF JournalStopped
		MOVE SPACES TO ReportLine
		STRING 'PAYROLL JOURNAL NOT WRITTEN - ' JournalStopReason
			DELIMITED BY SIZE INTO ReportLine
		WRITE ReportLine
		DISPLAY '*** Payroll journal not written - ' JournalStopReason
		GO TO Write-Payroll-Journal-Exit
	END-IF
*> payday journals once per date; each off-cycle run journals what
*> it paid, the emptied payments file keeping a rerun from paying
*> anything again
	IF NOT OffCycleMode
		PERFORM Scan-Journal-For-Payroll
	END-IF
	IF PayrollOnJournal
		DISPLAY 'Payroll journal for ' RunDate
			' is already on GL-JOURNAL.DAT - not written again'
		GO TO Write-Payroll-Journal-Exit
	END-IF
	OPEN EXTEND GlJournalFile
	MOVE SPACES TO GlJournalRecord
	MOVE 'H' TO GJ-RecordType
	MOVE RunDate TO GJ-Date
	MOVE ZEROS TO GJ-GlAccount
	MOVE ZEROS TO GJ-Amount
	MOVE ZEROS TO GJ-BaseAmount
	WRITE GlJournalRecord
	MOVE 'D' TO JournalLineDrCr
	PERFORM VARYING DeptJournalSub FROM 1 BY 1
		UNTIL DeptJournalSub > DeptJournalCount
		MOVE DeptJournalGl(DeptJournalSub) TO JournalLineGl
		MOVE DeptJournalGross(DeptJournalSub) TO JournalLineAmount
		PERFORM Write-Journal-Line
	END-PERFORM
	MOVE 'C' TO JournalLineDrCr
	MOVE PayrollGlTax TO JournalLineGl
	MOVE PayrollTaxTotal TO JournalLineAmount
	PERFORM Write-Journal-Line
	MOVE PayrollGlBenefits TO JournalLineGl
	MOVE PayrollBenefitsTotal TO JournalLineAmount
	PERFORM Write-Journal-Line
	MOVE PayrollGlGarnish TO JournalLineGl
	MOVE PayrollGarnishTotal TO JournalLineAmount
	PERFORM Write-Journal-Line
	MOVE PayrollGlNetPay TO JournalLineGl
	MOVE PayrollNetTotal TO JournalLineAmount
	PERFORM Write-Journal-Line
	MOVE SPACES TO GlJournalRecord
	MOVE 'T' TO GJT-RecordType
	MOVE JournalLineCount TO GJT-RecordCount
	MOVE JournalDebitTotal TO GJT-DebitTotal
	MOVE JournalCreditTotal TO GJT-CreditTotal
	MOVE JournalDebitTotal TO GJT-BaseDebitTotal
	MOVE JournalCreditTotal TO GJT-BaseCreditTotal
	WRITE GlJournalRecord
	CLOSE GlJournalFile
	DISPLAY 'Payroll journal written: ' JournalLineCount
		' line(s), ' JournalDebitTotal ' debited and credited'.
	Write-Payroll-Journal-Exit.
	EXIT.

*> payroll is kept in the base currency; a zero amount makes no line
Write-Journal-Line.
	IF JournalLineAmount = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO GlJournalRecord
	MOVE 'D' TO GJ-RecordType
	MOVE RunDate TO GJ-Date
	MOVE JournalLineGl TO GJ-GlAccount
	MOVE JournalLineDrCr TO GJ-DrCr
	MOVE JournalLineAmount TO GJ-Amount
	MOVE JournalSourceType TO GJ-SourceType
	MOVE JournalLineAmount TO GJ-BaseAmount
	WRITE GlJournalRecord
	ADD 1 TO JournalLineCount
	IF JournalLineDrCr = 'D'
		ADD JournalLineAmount TO JournalDebitTotal
	ELSE
		ADD JournalLineAmount TO JournalCreditTotal
	END-IF.

*> a rerun of the pay run the same night must not journal it twice
Scan-Journal-For-Payroll.
	OPEN INPUT GlJournalFile
	READ GlJournalFile
		AT END SET EndOfJournal TO TRUE
	END-READ
	PERFORM UNTIL EndOfJournal
		IF GJ-RecordType = 'D' AND GJ-SourceType = 'P'
			AND GJ-Date = RunDate
			SET PayrollOnJournal TO TRUE
		END-IF
		READ GlJournalFile
			AT END SET EndOfJournal TO TRUE
		END-READ
	END-PERFORM
	CLOSE GlJournalFile.

Write-Grand-Total.
	PERFORM Check-Page-Break
	MOVE TotalSalary TO GT-Total
	WRITE ReportLine FROM BlankLine
	MOVE ZERO TO LinesOnPage.

*> the threshold is on annual pay whatever the frequency: the salary
*> itself, or an hourly period's gross taken over the year
Write-High-Earner-Exception.
	IF HourlyPaid
		COMPUTE AnnualPay = GrossPay * PF-PERIODS-PER-YEAR
	ELSE
		MOVE EmployeeSalary TO AnnualPay
	END-IF
	IF AnnualPay NOT > HighEarnerThreshold
		EXIT PARAGRAPH
	END-IF
	MOVE EmployeeID TO HE-EmployeeID
	MOVE EmployeeName TO HE-EmployeeName
	MOVE AnnualPay TO HE-EmployeeSalary
	WRITE HighEarnerLine FROM HighEarnerDetailLine.

*> with no pay calendar on file everyone is paid every run, as before
*> there were frequencies. Otherwise only the frequencies with a
*> period whose pay date is today; a period already stamped paid
*> tonight counts too, so a rerun pays the same periods again. An
*> earlier pay date still unpaid is called out for the operator
Load-Pay-Calendar.
	OPEN I-O PAY-CALENDAR
	IF NOT PY-OK
		CLOSE PAY-CALENDAR
		DISPLAY 'No pay calendar on file - every employee paid'
		EXIT PARAGRAPH
	END-IF
	SET CalendarAvailable TO TRUE
	MOVE 'N' TO CalendarEofFlag
	MOVE LOW-VALUES TO PY-KEY
	START PAY-CALENDAR KEY IS GREATER THAN OR EQUAL TO PY-KEY
		INVALID KEY SET EndOfCalendar TO TRUE
	END-START
	PERFORM UNTIL EndOfCalendar
		READ PAY-CALENDAR NEXT RECORD
			AT END SET EndOfCalendar TO TRUE
		END-READ
		IF NOT EndOfCalendar
			PERFORM Check-Pay-Period
		END-IF
	END-PERFORM
	DISPLAY 'Pay calendar: ' DuePeriodCount
		' frequency(ies) with a period paid today'.

Check-Pay-Period.
	IF PY-PAY-DATE < RunDateNumeric AND PY-PAID-DATE = ZERO
		DISPLAY 'Warning: ' PY-FREQUENCY ' period ended '
			PY-PERIOD-END ' was due ' PY-PAY-DATE ' and is not paid'
		EXIT PARAGRAPH
	END-IF
	IF PY-PAY-DATE NOT = RunDateNumeric
		OR (PY-PAID-DATE NOT = ZERO
			AND PY-PAID-DATE NOT = RunDateNumeric)
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING DuePeriodSub FROM 1 BY 1
		UNTIL DuePeriodSub > DuePeriodCount
		IF DP-Frequency(DuePeriodSub) = PY-FREQUENCY
			DISPLAY 'Warning: ' PY-FREQUENCY ' period ended '
				PY-PERIOD-END ' also paid today - left unpaid'
			EXIT PARAGRAPH
		END-IF
	END-PERFORM
	IF DuePeriodCount < 4
		ADD 1 TO DuePeriodCount
		MOVE PY-FREQUENCY TO DP-Frequency(DuePeriodCount)
		MOVE PY-PERIOD-END TO DP-PeriodEnd(DuePeriodCount)
		DISPLAY 'Paying ' PY-FREQUENCY ' period ended ' PY-PERIOD-END
	END-IF.

*> the periods just paid are stamped with tonight's date, so the
*> calendar shows what was paid and when
Stamp-Pay-Calendar.
	PERFORM VARYING DuePeriodSub FROM 1 BY 1
		UNTIL DuePeriodSub > DuePeriodCount
		MOVE DP-Frequency(DuePeriodSub) TO PY-FREQUENCY
		MOVE DP-PeriodEnd(DuePeriodSub) TO PY-PERIOD-END
		READ PAY-CALENDAR
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE RunDateNumeric TO PY-PAID-DATE
				REWRITE PAY-CALENDAR-RECORD
		END-READ
	END-PERFORM
	CLOSE PAY-CALENDAR
	DISPLAY NotDueCount ' employee(s) not due for pay today'.

COPY PAY-FREQUENCY.

COPY HANDOFF-WRITE.

COPY PARAM-FETCH.
