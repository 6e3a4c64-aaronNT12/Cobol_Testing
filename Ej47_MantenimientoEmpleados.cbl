*> the order SeniorTestProgram's control-break report depends on.
*>
*> Mod history:
*> 24.11.25 AN - the record carries the pay frequency ('M' monthly,
*>               'S' semi-monthly, 'B' biweekly, 'W' weekly), captured
*>               with the pay basis on add and change and shown on the
*>               list; records from before it load as monthly. The
*>               salary keyed is the annual salary - the pay run
*>               divides it over the frequency's periods.
*> 24.11.19 AN - option 8 keeps the employee's home address on the
*>               new EMPLOYEE-ADDRESS master (street and city
*>               required), shown on change and audited, for the
*>               year-end tax slips TAX-SLIPS mails out.
*> 24.11.15 AN - the record carries the pay basis ('S' salaried, 'H'
*>               hourly) and the hourly rate, captured on add and
*>               retypable on change - hourly staff stop being paid by
*>               retyping their salary before every run; the pay run
*>               computes their gross from the timesheet feed. The
*>               list shows the basis.
*> 24.09.11 AN - a termination is a change to the record too: the
*>               term-date update now leaves the same full before and
*>               after images on the shared CHANGE-HISTORY file as
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nicknum
		FILE STATUS IS RL-FILE-STATUS.
	COPY EMPLOYEE-ADDRESS-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

COPY DEPARTMENT-MASTER-FD.

	05 link-type     PIC x(10).
	05 link-nicknum  PIC 9(5).

COPY EMPLOYEE-ADDRESS-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

		10 WS-EMP-DEPOSIT-ACCOUNT PIC 9(10).
		10 WS-EMP-HIRE-DATE PIC 9(8).
		10 WS-EMP-TERM-DATE PIC 9(8).
		10 WS-EMP-PAY-BASIS PIC X.
		10 WS-EMP-HOURLY-RATE PIC 9(3)V99.
		10 WS-EMP-PAY-FREQUENCY PIC X.
01 WS-SUB PIC 9(4).
01 WS-FOUND-SUB PIC 9(4).
01 WS-WORK-ID PIC 9(5).
01 WS-ENTRY-DEPOSIT-ACCOUNT PIC 9(10).
01 WS-ENTRY-HIRE-DATE PIC 9(8).
01 WS-ENTRY-TERM-DATE PIC 9(8).
01 WS-ENTRY-PAY-BASIS PIC X.
	88 ENTRY-HOURLY VALUE 'H'.
01 WS-ENTRY-HOURLY-RATE PIC 9(3)V99.
01 WS-ENTRY-PAY-FREQUENCY PIC X.
	88 ENTRY-FREQUENCY-VALID VALUE 'M' 'S' 'B' 'W'.
01 EC-FILE-STATUS PIC X(2).
	88 EC-OK VALUE '00'.
01 RL-FILE-STATUS PIC X(2).
	88 RL-OK VALUE '00'.
COPY EMPLOYEE-ADDRESS-STATUS.
01 WS-RELATIVES-FLAG PIC X VALUE 'N'.
	88 RELATIVES-AVAILABLE VALUE 'Y'.
01 WS-ENTRY-NICKNUM PIC 9(5).
		CLOSE EMERGENCY-CONTACTS
		OPEN I-O EMERGENCY-CONTACTS
	END-IF
	OPEN I-O EMPLOYEE-ADDRESS
	IF NOT EA-OK
		CLOSE EMPLOYEE-ADDRESS
		OPEN OUTPUT EMPLOYEE-ADDRESS
		CLOSE EMPLOYEE-ADDRESS
		OPEN I-O EMPLOYEE-ADDRESS
	END-IF
	OPEN INPUT relatives
	IF RL-OK
		SET RELATIVES-AVAILABLE TO TRUE
		DISPLAY '5. Save and exit'
		DISPLAY '6. Set emergency contact'
		DISPLAY '7. Show emergency contact'
		DISPLAY '8. Set home address'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
			WHEN 6 PERFORM SET-EMERGENCY-CONTACT
				THRU SET-EMERGENCY-CONTACT-EXIT
			WHEN 7 PERFORM SHOW-EMERGENCY-CONTACT
			WHEN 8 PERFORM SET-HOME-ADDRESS THRU SET-HOME-ADDRESS-EXIT
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
		CLOSE DEPARTMENT-MASTER
	END-IF
	CLOSE EMERGENCY-CONTACTS
	CLOSE EMPLOYEE-ADDRESS
	IF RELATIVES-AVAILABLE
		CLOSE relatives
	END-IF
				TO WS-EMP-DEPOSIT-ACCOUNT(WS-EMP-COUNT)
			MOVE EF-HIRE-DATE TO WS-EMP-HIRE-DATE(WS-EMP-COUNT)
			MOVE EF-TERM-DATE TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
*> records from before the pay basis existed are salaried
			IF EF-PAY-BASIS = SPACE
				MOVE 'S' TO WS-EMP-PAY-BASIS(WS-EMP-COUNT)
				MOVE ZERO TO WS-EMP-HOURLY-RATE(WS-EMP-COUNT)
			ELSE
				MOVE EF-PAY-BASIS TO WS-EMP-PAY-BASIS(WS-EMP-COUNT)
				MOVE EF-HOURLY-RATE
					TO WS-EMP-HOURLY-RATE(WS-EMP-COUNT)
			END-IF
*> and monthly, before the pay frequency existed
			IF EF-PAY-FREQUENCY = SPACE
				MOVE 'M' TO WS-EMP-PAY-FREQUENCY(WS-EMP-COUNT)
			ELSE
				MOVE EF-PAY-FREQUENCY
					TO WS-EMP-PAY-FREQUENCY(WS-EMP-COUNT)
			END-IF
		ELSE
			DISPLAY 'Employee table full - record dropped'
		END-IF
*> incident does not get a second chance
ACCEPT-MONEY-FIELDS.
	MOVE 'Y' TO WS-ENTRY-OK
	DISPLAY 'Annual salary: '
	ACCEPT WS-ENTRY-AMOUNT-TEXT
	IF FUNCTION TEST-NUMVAL(WS-ENTRY-AMOUNT-TEXT) NOT = ZERO
		DISPLAY 'Salary is not numeric - rejected'
		END-IF
	END-IF.

*> an hourly employee needs a rate; a salaried one carries none
ACCEPT-PAY-BASIS.
	DISPLAY 'Pay basis (S = salaried, H = hourly): '
	ACCEPT WS-ENTRY-PAY-BASIS
	MOVE ZERO TO WS-ENTRY-HOURLY-RATE
	EVALUATE TRUE
		WHEN ENTRY-HOURLY
			DISPLAY 'Hourly rate: '
			ACCEPT WS-ENTRY-AMOUNT-TEXT
			IF FUNCTION TEST-NUMVAL(WS-ENTRY-AMOUNT-TEXT) NOT = ZERO
				DISPLAY 'Hourly rate is not numeric - rejected'
				MOVE 'N' TO WS-ENTRY-OK
			ELSE
				COMPUTE WS-ENTRY-HOURLY-RATE =
					FUNCTION NUMVAL(WS-ENTRY-AMOUNT-TEXT)
				IF WS-ENTRY-HOURLY-RATE = ZERO
					DISPLAY 'Hourly rate must be above zero - rejected'
					MOVE 'N' TO WS-ENTRY-OK
				END-IF
			END-IF
		WHEN WS-ENTRY-PAY-BASIS = 'S'
			CONTINUE
		WHEN OTHER
			DISPLAY 'Pay basis must be S or H - rejected'
			MOVE 'N' TO WS-ENTRY-OK
	END-EVALUATE
	IF ENTRY-OK
		DISPLAY 'Pay frequency (M = monthly, S = semi-monthly, '
			'B = biweekly, W = weekly): '
		ACCEPT WS-ENTRY-PAY-FREQUENCY
		IF NOT ENTRY-FREQUENCY-VALID
			DISPLAY 'Pay frequency must be M, S, B or W - rejected'
			MOVE 'N' TO WS-ENTRY-OK
		END-IF
	END-IF.

VALIDATE-ENTRY-DEPARTMENT.
	IF DEPARTMENTS-AVAILABLE AND ENTRY-OK
		MOVE WS-ENTRY-DEPT TO DM-CODE
		ACCEPT WS-ENTRY-DEPOSIT-ACCOUNT
		PERFORM ACCEPT-MONEY-FIELDS
	END-IF
	IF ENTRY-OK
		PERFORM ACCEPT-PAY-BASIS
	END-IF
	IF ENTRY-OK
		ADD 1 TO WS-EMP-COUNT
		MOVE WS-WORK-ID TO WS-EMP-ID(WS-EMP-COUNT)
		END-IF
		MOVE WS-ENTRY-HIRE-DATE TO WS-EMP-HIRE-DATE(WS-EMP-COUNT)
		MOVE ZEROS TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
		MOVE WS-ENTRY-PAY-BASIS TO WS-EMP-PAY-BASIS(WS-EMP-COUNT)
		MOVE WS-ENTRY-HOURLY-RATE TO WS-EMP-HOURLY-RATE(WS-EMP-COUNT)
		MOVE WS-ENTRY-PAY-FREQUENCY
			TO WS-EMP-PAY-FREQUENCY(WS-EMP-COUNT)
		DISPLAY 'Employee ' WS-WORK-ID ' added'
		MOVE 'ADD' TO AT-CHANGE-OPERATION
		MOVE WS-WORK-ID TO AT-TRACKED-KEY
	DISPLAY 'Current: ' WS-EMP-NAME(WS-FOUND-SUB)
		' dept ' WS-EMP-DEPARTMENT(WS-FOUND-SUB)
		' salary ' WS-EMP-SALARY(WS-FOUND-SUB)
		' basis ' WS-EMP-PAY-BASIS(WS-FOUND-SUB)
		' rate ' WS-EMP-HOURLY-RATE(WS-FOUND-SUB)
		' frequency ' WS-EMP-PAY-FREQUENCY(WS-FOUND-SUB)
	DISPLAY 'New department code: '
	ACCEPT WS-ENTRY-DEPT
	MOVE 'Y' TO WS-ENTRY-OK
		ACCEPT WS-ENTRY-DEPOSIT-ACCOUNT
		PERFORM ACCEPT-MONEY-FIELDS
	END-IF
	IF ENTRY-OK
		PERFORM ACCEPT-PAY-BASIS
	END-IF
	IF ENTRY-OK
		PERFORM BUILD-EMPLOYEE-IMAGE
		MOVE SPACES TO CH-LOG-BEFORE
		MOVE WS-ENTRY-PROVINCE TO WS-EMP-PROVINCE(WS-FOUND-SUB)
		MOVE WS-ENTRY-DEPOSIT-ACCOUNT
			TO WS-EMP-DEPOSIT-ACCOUNT(WS-FOUND-SUB)
		MOVE WS-ENTRY-PAY-BASIS TO WS-EMP-PAY-BASIS(WS-FOUND-SUB)
		MOVE WS-ENTRY-HOURLY-RATE TO WS-EMP-HOURLY-RATE(WS-FOUND-SUB)
		MOVE WS-ENTRY-PAY-FREQUENCY
			TO WS-EMP-PAY-FREQUENCY(WS-FOUND-SUB)
		PERFORM BUILD-EMPLOYEE-IMAGE
		MOVE SPACES TO CH-LOG-AFTER
		MOVE EMPLOYEE-RECORD TO CH-LOG-AFTER
			DISPLAY WS-EMP-ID(WS-SUB) ' '
				WS-EMP-NAME(WS-SUB) ' '
				WS-EMP-DEPARTMENT(WS-SUB) ' '
				WS-EMP-SALARY(WS-SUB) ' '
				WS-EMP-PAY-BASIS(WS-SUB) ' '
				WS-EMP-HOURLY-RATE(WS-SUB) ' '
				WS-EMP-PAY-FREQUENCY(WS-SUB)
		ELSE
			DISPLAY WS-EMP-ID(WS-SUB) ' '
				WS-EMP-NAME(WS-SUB)
	MOVE WS-EMP-PROVINCE(WS-FOUND-SUB) TO EF-PROVINCE
	MOVE WS-EMP-DEPOSIT-ACCOUNT(WS-FOUND-SUB) TO EF-DEPOSIT-ACCOUNT
	MOVE WS-EMP-HIRE-DATE(WS-FOUND-SUB) TO EF-HIRE-DATE
	MOVE WS-EMP-TERM-DATE(WS-FOUND-SUB) TO EF-TERM-DATE
	MOVE WS-EMP-PAY-BASIS(WS-FOUND-SUB) TO EF-PAY-BASIS
	MOVE WS-EMP-HOURLY-RATE(WS-FOUND-SUB) TO EF-HOURLY-RATE
	MOVE WS-EMP-PAY-FREQUENCY(WS-FOUND-SUB) TO EF-PAY-FREQUENCY.

*> the contact must be a real person on the relatives register, the
*> same validation relatives applies to its own household links
			END-IF
	END-READ.

*> the home address the year-end tax slip is mailed to; the current
*> one is shown first so a correction only retypes what changed
SET-HOME-ADDRESS.
	DISPLAY 'Employee ID: '
	ACCEPT WS-WORK-ID
	PERFORM FIND-EMPLOYEE
	IF WS-FOUND-SUB = ZERO
		DISPLAY 'Employee ' WS-WORK-ID ' not on file'
		GO TO SET-HOME-ADDRESS-EXIT
	END-IF
	MOVE WS-WORK-ID TO EA-EMPLOYEE-ID
	READ EMPLOYEE-ADDRESS
		INVALID KEY
			DISPLAY 'No home address on file yet'
			MOVE SPACES TO EMPLOYEE-ADDRESS-RECORD
			MOVE WS-WORK-ID TO EA-EMPLOYEE-ID
		NOT INVALID KEY
			DISPLAY 'Current: ' EA-STREET ' ' EA-APT
			DISPLAY '         ' EA-CITY ' ' EA-PROVINCE
				' ' EA-POSTAL-CODE
	END-READ
	DISPLAY 'Street: '
	ACCEPT EA-STREET
	DISPLAY 'Apartment (blank = none): '
	ACCEPT EA-APT
	DISPLAY 'City: '
	ACCEPT EA-CITY
	DISPLAY 'Province code: '
	ACCEPT EA-PROVINCE
	DISPLAY 'Postal code: '
	ACCEPT EA-POSTAL-CODE
	IF EA-STREET = SPACES OR EA-CITY = SPACES
		DISPLAY 'Street and city are required - not saved'
		GO TO SET-HOME-ADDRESS-EXIT
	END-IF
	MOVE FUNCTION CURRENT-DATE(1:8) TO EA-CHANGED-DATE
	WRITE EMPLOYEE-ADDRESS-RECORD
		INVALID KEY
			REWRITE EMPLOYEE-ADDRESS-RECORD
	END-WRITE
	DISPLAY 'Home address saved'
	MOVE 'ADDRESS' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ID TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING EA-CITY ' ' EA-POSTAL-CODE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	SET-HOME-ADDRESS-EXIT.
	EXIT.

*> SeniorTestProgram breaks on Department, so the file goes back to
*> disk SORTed into department sequence every time this program ends.
*> Terminated records are written too - the headcount report needs
			TO EF-DEPOSIT-ACCOUNT
		MOVE WS-EMP-HIRE-DATE(WS-SUB) TO EF-HIRE-DATE
		MOVE WS-EMP-TERM-DATE(WS-SUB) TO EF-TERM-DATE
		MOVE WS-EMP-PAY-BASIS(WS-SUB) TO EF-PAY-BASIS
		MOVE WS-EMP-HOURLY-RATE(WS-SUB) TO EF-HOURLY-RATE
		MOVE WS-EMP-PAY-FREQUENCY(WS-SUB) TO EF-PAY-FREQUENCY
		WRITE EMPLOYEE-RECORD
		ADD 1 TO WS-WRITTEN-COUNT
	END-PERFORM
