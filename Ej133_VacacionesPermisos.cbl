*> Purpose: Leave requests, year-end carry-over and leave liability
*>
*> Vacation and sick balances used to live in a supervisor's
*> notebook. SeniorTestProgram now accrues them on the LEAVE-MASTER
*> every pay run; this is the other half. It reads LEAVE-REQUESTS.DAT
*> - one request per record: employee, type ('V' vacation / 'S'
*> sick), first day and days taken - and deducts each from the
*> employee's balance, refusing a request for an unknown or terminated
*> employee or one that would take the balance below the negative
*> floor (LEAVE-NEGATIVE-FLOOR days on PARAMETERS.DAT, default 5).
*> Every request lands on the LEAVE-REQUESTS.RPT register, deductions
*> in the shared AUDIT-TRAIL, refusals in the error log; the feed is
*> emptied once read, the SALARY-CHANGES way. The run then writes
*> LEAVE-LIABILITY.RPT for Finance: each employee's untaken vacation
*> valued at current pay (annual salary over LEAVE-WORKING-DAYS,
*> default 260; hourly rate times LEAVE-HOURS-PER-DAY, default 8).
*>
*> With LEAVE_YEAR_END=Y it does the year-end instead: vacation
*> above LEAVE-CARRYOVER-CAP days (default 5) and sick leave above
*> LEAVE-SICK-CARRYOVER-CAP (default 0) is forfeited, the year's
*> accrued and taken figures reset, and LEAVE-CARRYOVER.RPT lists
*> what each employee carried and lost.
*>
*> Mod history:
*> 24.11.17 AN - initial version.
*> 24.11.25 AN - EmployeeSalary is the annual salary now that pay
*>               frequencies exist, so a salaried day is the salary
*>               over LEAVE-WORKING-DAYS and PAYROLL-PERIODS-PER-YEAR
*>               is no longer read; the record's new pay frequency
*>               rides along for layout alignment.

IDENTIFICATION DIVISION.
PROGRAM-ID. LEAVE-PROCESS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL LEAVE-REQUESTS ASSIGN TO 'LEAVE-REQUESTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS LR-FILE-STATUS.
	SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT REQUEST-REGISTER ASSIGN TO 'LEAVE-REQUESTS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT LIABILITY-REPORT ASSIGN TO 'LEAVE-LIABILITY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT CARRYOVER-REPORT ASSIGN TO 'LEAVE-CARRYOVER.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY LEAVE-MASTER-SELECT.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
FD LEAVE-REQUESTS.
01 LEAVE-REQUEST-RECORD.
	05 LR-EMPLOYEE-ID PIC X(5).
	05 LR-LEAVE-TYPE PIC X.
		88 LR-VACATION VALUE 'V'.
		88 LR-SICK VALUE 'S'.
	05 LR-START-DATE PIC X(8).
	05 LR-DAYS PIC X(5).

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	05 EF-EMPLOYEE-ID PIC 9(5).
	05 EF-EMPLOYEE-NAME PIC X(30).
	05 EF-DEPARTMENT PIC X(10).
	05 EF-SALARY PIC 9(7)V99.
	05 EF-TAX PIC 9(5)V99.
	05 EF-BENEFITS PIC 9(5)V99.
	05 EF-PROVINCE PIC X(2).
	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

FD REQUEST-REGISTER.
01 REQUEST-REGISTER-LINE PIC X(100).

FD LIABILITY-REPORT.
01 LIABILITY-REPORT-LINE PIC X(100).

FD CARRYOVER-REPORT.
01 CARRYOVER-REPORT-LINE PIC X(100).

COPY LEAVE-MASTER-FD.

COPY PARAM-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-LR-EOF PIC X VALUE 'N'.
	88 REQUESTS-EOF VALUE 'Y'.
01 WS-LV-EOF PIC X VALUE 'N'.
	88 LEAVE-MASTER-EOF VALUE 'Y'.
01 LR-FILE-STATUS PIC X(2).
	88 LR-OK VALUE '00'.
COPY LEAVE-MASTER-STATUS.
01 WS-YEAR-END-FLAG PIC X VALUE SPACE.
	88 YEAR-END-MODE VALUE 'Y'.
01 WS-TODAY-DATE PIC 9(8).
*> the employee file, loaded for the request edit and the valuation
01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
01 WS-EMP-TABLE.
	05 WS-EMP-ENTRY OCCURS 1000 TIMES.
		10 WS-EMP-ID PIC 9(5).
		10 WS-EMP-NAME PIC X(30).
		10 WS-EMP-DEPARTMENT PIC X(10).
		10 WS-EMP-SALARY PIC 9(7)V99.
		10 WS-EMP-TERM-DATE PIC 9(8).
		10 WS-EMP-PAY-BASIS PIC X.
		10 WS-EMP-HOURLY-RATE PIC 9(3)V99.
01 WS-SUB PIC 9(4).
01 WS-FOUND-SUB PIC 9(4).
01 WS-REQUEST-DAYS PIC 9(3)V99.
01 WS-NEW-BALANCE PIC S9(4)V99.
01 WS-FLOOR PIC 9(3)V99 VALUE 5.
01 WS-CARRYOVER-CAP PIC 9(3)V99 VALUE 5.
01 WS-SICK-CARRYOVER-CAP PIC 9(3)V99 VALUE ZERO.
01 WS-WORKING-DAYS PIC 9(3) VALUE 260.
01 WS-HOURS-PER-DAY PIC 9(2)V99 VALUE 8.
01 WS-DAILY-RATE PIC 9(7)V99.
01 WS-LIABILITY PIC 9(9)V99.
01 WS-LIABILITY-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-VACATION-FORFEIT PIC 9(3)V99.
01 WS-SICK-FORFEIT PIC 9(3)V99.
01 WS-FORFEIT-TOTAL PIC 9(7)V99 VALUE ZERO.
01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-VALUED-COUNT PIC 9(5) VALUE ZERO.
01 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REGISTER-DETAIL.
	05 RG-EMPLOYEE-ID PIC X(5).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-NAME PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-LEAVE-TYPE PIC X.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-START-DATE PIC X(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-DAYS PIC ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-BALANCE PIC -ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-NOTE PIC X(28).
01 WS-LIABILITY-DETAIL.
	05 LB-EMPLOYEE-ID PIC 9(5).
	05 FILLER PIC X(2) VALUE SPACES.
	05 LB-NAME PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 LB-DEPARTMENT PIC X(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 LB-DAYS PIC ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 LB-DAILY-RATE PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 LB-LIABILITY PIC ZZZ,ZZZ,ZZ9.99.
01 WS-LIABILITY-TOTAL-LINE.
	05 FILLER PIC X(32) VALUE 'TOTAL UNTAKEN VACATION LIABILITY'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 LT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-CARRYOVER-DETAIL.
	05 CO-EMPLOYEE-ID PIC 9(5).
	05 FILLER PIC X(12) VALUE '  VACATION '.
	05 CO-VACATION PIC -ZZ9.99.
	05 FILLER PIC X(11) VALUE '  FORFEIT '.
	05 CO-VACATION-FORFEIT PIC ZZ9.99.
	05 FILLER PIC X(8) VALUE '  SICK '.
	05 CO-SICK PIC -ZZ9.99.
	05 FILLER PIC X(11) VALUE '  FORFEIT '.
	05 CO-SICK-FORFEIT PIC ZZ9.99.
COPY PARAM-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'LEAVE-PROCESS' TO EL-CALLING-PROGRAM.
	MOVE 'LEAVE-PROCESS' TO AT-CALLING-PROGRAM.
	MOVE 'LEAVE-PROCESS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM LOAD-LEAVE-PARAMETERS.
	ACCEPT WS-YEAR-END-FLAG FROM ENVIRONMENT 'LEAVE_YEAR_END'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	OPEN I-O LEAVE-MASTER.
	IF NOT LV-OK
		CLOSE LEAVE-MASTER
		OPEN OUTPUT LEAVE-MASTER
		CLOSE LEAVE-MASTER
		OPEN I-O LEAVE-MASTER
	END-IF.
	IF YEAR-END-MODE
		PERFORM APPLY-CARRYOVER-CAP
		CLOSE LEAVE-MASTER
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF.
	PERFORM LOAD-EMPLOYEE-TABLE.
	PERFORM PROCESS-LEAVE-REQUESTS.
	PERFORM WRITE-LIABILITY-REPORT.
	CLOSE LEAVE-MASTER.
	MOVE WS-APPROVED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-REFUSED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	DISPLAY 'Leave requests: ' WS-APPROVED-COUNT ' deducted, '
		WS-REFUSED-COUNT ' refused; liability '
		WS-LIABILITY-TOTAL ' on ' WS-VALUED-COUNT ' employee(s)'.
	STOP RUN.

LOAD-LEAVE-PARAMETERS.
	MOVE 'LEAVE-NEGATIVE-FLOOR' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-FLOOR
	END-IF
	MOVE 'LEAVE-CARRYOVER-CAP' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-CARRYOVER-CAP
	END-IF
	MOVE 'LEAVE-SICK-CARRYOVER-CAP' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-SICK-CARRYOVER-CAP
	END-IF
	MOVE 'LEAVE-WORKING-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-WORKING-DAYS
	END-IF
	MOVE 'LEAVE-HOURS-PER-DAY' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-HOURS-PER-DAY
	END-IF.

LOAD-EMPLOYEE-TABLE.
	OPEN INPUT EMPLOYEE-FILE
	IF NOT FS-STATUS-OK
		DISPLAY 'EMPLOYEE.DAT not found - no employees to check'
		CLOSE EMPLOYEE-FILE
		EXIT PARAGRAPH
	END-IF
	READ EMPLOYEE-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF WS-EMP-COUNT < 1000
			ADD 1 TO WS-EMP-COUNT
			MOVE EF-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
			MOVE EF-EMPLOYEE-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
			MOVE EF-DEPARTMENT TO WS-EMP-DEPARTMENT(WS-EMP-COUNT)
			MOVE EF-SALARY TO WS-EMP-SALARY(WS-EMP-COUNT)
			MOVE EF-TERM-DATE TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
			MOVE EF-PAY-BASIS TO WS-EMP-PAY-BASIS(WS-EMP-COUNT)
			MOVE EF-HOURLY-RATE TO WS-EMP-HOURLY-RATE(WS-EMP-COUNT)
		ELSE
			DISPLAY 'Employee table full - record dropped'
		END-IF
		READ EMPLOYEE-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE
	DISPLAY WS-EMP-COUNT ' employees loaded'.

*> every request is either deducted or refused - none waits - and the
*> feed is emptied once read so a rerun cannot take the days twice
PROCESS-LEAVE-REQUESTS.
	OPEN INPUT LEAVE-REQUESTS
	OPEN OUTPUT REQUEST-REGISTER
	MOVE 'LEAVE REQUEST REGISTER' TO REQUEST-REGISTER-LINE
	WRITE REQUEST-REGISTER-LINE
	READ LEAVE-REQUESTS
		AT END SET REQUESTS-EOF TO TRUE
	END-READ
	PERFORM UNTIL REQUESTS-EOF
		ADD 1 TO JS-RECORDS-READ
		PERFORM EDIT-AND-DEDUCT-REQUEST THRU EDIT-AND-DEDUCT-REQUEST-EXIT
		READ LEAVE-REQUESTS
			AT END SET REQUESTS-EOF TO TRUE
		END-READ
	END-PERFORM
	MOVE SPACES TO REQUEST-REGISTER-LINE
	STRING 'DEDUCTED: ' WS-APPROVED-COUNT
		'  REFUSED: ' WS-REFUSED-COUNT
		'  FLOOR: -' WS-FLOOR ' DAYS'
		DELIMITED BY SIZE INTO REQUEST-REGISTER-LINE
	WRITE REQUEST-REGISTER-LINE
	CLOSE LEAVE-REQUESTS
	CLOSE REQUEST-REGISTER
	OPEN OUTPUT LEAVE-REQUESTS
	CLOSE LEAVE-REQUESTS.

EDIT-AND-DEDUCT-REQUEST.
	MOVE SPACES TO WS-REGISTER-DETAIL
	MOVE LR-EMPLOYEE-ID TO RG-EMPLOYEE-ID
	MOVE LR-LEAVE-TYPE TO RG-LEAVE-TYPE
	MOVE LR-START-DATE TO RG-START-DATE
	MOVE ZERO TO RG-DAYS
	MOVE ZERO TO RG-BALANCE
	IF LR-EMPLOYEE-ID IS NOT NUMERIC
		MOVE 'EMPLOYEE ID NOT NUMERIC' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	IF NOT LR-VACATION AND NOT LR-SICK
		MOVE 'LEAVE TYPE NOT V OR S' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	IF LR-START-DATE IS NOT NUMERIC
		MOVE 'START DATE NOT NUMERIC' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	IF LR-DAYS IS NOT NUMERIC OR LR-DAYS = '00000'
		MOVE 'DAYS NOT NUMERIC OR ZERO' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	COMPUTE WS-REQUEST-DAYS = FUNCTION NUMVAL(LR-DAYS) / 100
	MOVE WS-REQUEST-DAYS TO RG-DAYS
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-EMP-COUNT
		IF WS-EMP-ID(WS-SUB) = LR-EMPLOYEE-ID
			MOVE WS-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		MOVE 'EMPLOYEE NOT ON FILE' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	MOVE WS-EMP-NAME(WS-FOUND-SUB) TO RG-NAME
	IF WS-EMP-TERM-DATE(WS-FOUND-SUB) NOT = ZERO
		AND WS-EMP-TERM-DATE(WS-FOUND-SUB) NOT > WS-TODAY-DATE
		MOVE 'EMPLOYEE TERMINATED' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
*> an employee not yet through a pay run has no record: zero balance
	MOVE WS-EMP-ID(WS-FOUND-SUB) TO LV-EMPLOYEE-ID
	READ LEAVE-MASTER
		INVALID KEY
			MOVE WS-EMP-ID(WS-FOUND-SUB) TO LV-EMPLOYEE-ID
			MOVE ZERO TO LV-VACATION-BALANCE LV-SICK-BALANCE
				LV-ENTITLEMENT LV-VACATION-ACCRUED-YTD
				LV-VACATION-TAKEN-YTD LV-SICK-TAKEN-YTD
				LV-LAST-ACCRUAL
			WRITE LEAVE-MASTER-RECORD
	END-READ
	IF LR-VACATION
		COMPUTE WS-NEW-BALANCE = LV-VACATION-BALANCE - WS-REQUEST-DAYS
	ELSE
		COMPUTE WS-NEW-BALANCE = LV-SICK-BALANCE - WS-REQUEST-DAYS
	END-IF
	IF WS-NEW-BALANCE < ZERO - WS-FLOOR
		IF LR-VACATION
			MOVE LV-VACATION-BALANCE TO RG-BALANCE
		ELSE
			MOVE LV-SICK-BALANCE TO RG-BALANCE
		END-IF
		MOVE 'BELOW THE NEGATIVE FLOOR' TO RG-NOTE
		PERFORM REFUSE-THIS-REQUEST
		GO TO EDIT-AND-DEDUCT-REQUEST-EXIT
	END-IF
	IF LR-VACATION
		MOVE WS-NEW-BALANCE TO LV-VACATION-BALANCE
		ADD WS-REQUEST-DAYS TO LV-VACATION-TAKEN-YTD
	ELSE
		MOVE WS-NEW-BALANCE TO LV-SICK-BALANCE
		ADD WS-REQUEST-DAYS TO LV-SICK-TAKEN-YTD
	END-IF
	REWRITE LEAVE-MASTER-RECORD
	ADD 1 TO WS-APPROVED-COUNT
	MOVE WS-NEW-BALANCE TO RG-BALANCE
	MOVE 'DEDUCTED' TO RG-NOTE
	MOVE WS-REGISTER-DETAIL TO REQUEST-REGISTER-LINE
	WRITE REQUEST-REGISTER-LINE
	MOVE 'LEAVE' TO AT-CHANGE-OPERATION
	MOVE LR-EMPLOYEE-ID TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING LR-LEAVE-TYPE ' ' RG-DAYS ' DAYS FROM ' LR-START-DATE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	EDIT-AND-DEDUCT-REQUEST-EXIT.
	EXIT.

REFUSE-THIS-REQUEST.
	ADD 1 TO WS-REFUSED-COUNT
	MOVE WS-REGISTER-DETAIL TO REQUEST-REGISTER-LINE
	WRITE REQUEST-REGISTER-LINE
	MOVE LR-EMPLOYEE-ID TO EL-TRACKED-RESOURCE
	MOVE SPACES TO EL-ERROR-MESSAGE
	STRING 'leave refused - ' RG-NOTE
		DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
	PERFORM LOG-ERROR-TO-SYSERR.

*> untaken vacation at today's pay: what Finance carries as a
*> liability. A negative balance is owed to the company, not by it,
*> and values at zero; terminated employees are paid out elsewhere
WRITE-LIABILITY-REPORT.
	OPEN OUTPUT LIABILITY-REPORT
	MOVE SPACES TO LIABILITY-REPORT-LINE
	STRING 'UNTAKEN VACATION LIABILITY - ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
	WRITE LIABILITY-REPORT-LINE
	MOVE 'EMP ID NAME                            DEPARTMENT'
		TO LIABILITY-REPORT-LINE
	MOVE '  DAYS    DAILY RATE       LIABILITY'
		TO LIABILITY-REPORT-LINE(51:)
	WRITE LIABILITY-REPORT-LINE
	PERFORM VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-EMP-COUNT
		IF WS-EMP-TERM-DATE(WS-SUB) = ZERO
			OR WS-EMP-TERM-DATE(WS-SUB) > WS-TODAY-DATE
			PERFORM VALUE-ONE-EMPLOYEE
		END-IF
	END-PERFORM
	MOVE WS-LIABILITY-TOTAL TO LT-TOTAL
	WRITE LIABILITY-REPORT-LINE FROM WS-LIABILITY-TOTAL-LINE
	CLOSE LIABILITY-REPORT.

VALUE-ONE-EMPLOYEE.
	MOVE WS-EMP-ID(WS-SUB) TO LV-EMPLOYEE-ID
	READ LEAVE-MASTER
		INVALID KEY
			EXIT PARAGRAPH
	END-READ
	IF LV-VACATION-BALANCE NOT > ZERO
		EXIT PARAGRAPH
	END-IF
	IF WS-EMP-PAY-BASIS(WS-SUB) = 'H'
		COMPUTE WS-DAILY-RATE ROUNDED =
			WS-EMP-HOURLY-RATE(WS-SUB) * WS-HOURS-PER-DAY
	ELSE
		COMPUTE WS-DAILY-RATE ROUNDED =
			WS-EMP-SALARY(WS-SUB) / WS-WORKING-DAYS
	END-IF
	COMPUTE WS-LIABILITY ROUNDED = LV-VACATION-BALANCE * WS-DAILY-RATE
	ADD WS-LIABILITY TO WS-LIABILITY-TOTAL
	ADD 1 TO WS-VALUED-COUNT
	MOVE WS-EMP-ID(WS-SUB) TO LB-EMPLOYEE-ID
	MOVE WS-EMP-NAME(WS-SUB) TO LB-NAME
	MOVE WS-EMP-DEPARTMENT(WS-SUB) TO LB-DEPARTMENT
	MOVE LV-VACATION-BALANCE TO LB-DAYS
	MOVE WS-DAILY-RATE TO LB-DAILY-RATE
	MOVE WS-LIABILITY TO LB-LIABILITY
	WRITE LIABILITY-REPORT-LINE FROM WS-LIABILITY-DETAIL.

*> leave year close: balances above the caps are forfeited, negative
*> balances carry as they stand, and the year's figures start over
APPLY-CARRYOVER-CAP.
	OPEN OUTPUT CARRYOVER-REPORT
	MOVE SPACES TO CARRYOVER-REPORT-LINE
	STRING 'LEAVE YEAR-END CARRY-OVER - ' WS-TODAY-DATE
		'  VACATION CAP ' WS-CARRYOVER-CAP
		'  SICK CAP ' WS-SICK-CARRYOVER-CAP
		DELIMITED BY SIZE INTO CARRYOVER-REPORT-LINE
	WRITE CARRYOVER-REPORT-LINE
	MOVE LOW-VALUES TO LV-EMPLOYEE-ID
	START LEAVE-MASTER KEY IS GREATER THAN OR EQUAL TO LV-EMPLOYEE-ID
		INVALID KEY SET LEAVE-MASTER-EOF TO TRUE
	END-START
	PERFORM UNTIL LEAVE-MASTER-EOF
		READ LEAVE-MASTER NEXT RECORD
			AT END SET LEAVE-MASTER-EOF TO TRUE
			NOT AT END PERFORM CARRY-OVER-ONE-EMPLOYEE
		END-READ
	END-PERFORM
	MOVE SPACES TO CARRYOVER-REPORT-LINE
	STRING 'EMPLOYEES: ' WS-CARRIED-COUNT
		'  DAYS FORFEITED: ' WS-FORFEIT-TOTAL
		DELIMITED BY SIZE INTO CARRYOVER-REPORT-LINE
	WRITE CARRYOVER-REPORT-LINE
	CLOSE CARRYOVER-REPORT
	DISPLAY 'Leave year-end: ' WS-CARRIED-COUNT ' employee(s), '
		WS-FORFEIT-TOTAL ' day(s) forfeited'.

CARRY-OVER-ONE-EMPLOYEE.
	ADD 1 TO JS-RECORDS-READ
	MOVE ZERO TO WS-VACATION-FORFEIT
	MOVE ZERO TO WS-SICK-FORFEIT
	IF LV-VACATION-BALANCE > WS-CARRYOVER-CAP
		COMPUTE WS-VACATION-FORFEIT =
			LV-VACATION-BALANCE - WS-CARRYOVER-CAP
		MOVE WS-CARRYOVER-CAP TO LV-VACATION-BALANCE
	END-IF
	IF LV-SICK-BALANCE > WS-SICK-CARRYOVER-CAP
		COMPUTE WS-SICK-FORFEIT =
			LV-SICK-BALANCE - WS-SICK-CARRYOVER-CAP
		MOVE WS-SICK-CARRYOVER-CAP TO LV-SICK-BALANCE
	END-IF
	MOVE ZERO TO LV-VACATION-ACCRUED-YTD
	MOVE ZERO TO LV-VACATION-TAKEN-YTD
	MOVE ZERO TO LV-SICK-TAKEN-YTD
	REWRITE LEAVE-MASTER-RECORD
	ADD 1 TO WS-CARRIED-COUNT
	ADD 1 TO JS-RECORDS-WRITTEN
	ADD WS-VACATION-FORFEIT WS-SICK-FORFEIT TO WS-FORFEIT-TOTAL
	MOVE LV-EMPLOYEE-ID TO CO-EMPLOYEE-ID
	MOVE LV-VACATION-BALANCE TO CO-VACATION
	MOVE WS-VACATION-FORFEIT TO CO-VACATION-FORFEIT
	MOVE LV-SICK-BALANCE TO CO-SICK
	MOVE WS-SICK-FORFEIT TO CO-SICK-FORFEIT
	WRITE CARRYOVER-REPORT-LINE FROM WS-CARRYOVER-DETAIL.

COPY PARAM-FETCH.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.
