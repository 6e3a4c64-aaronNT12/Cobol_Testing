*>
*> Mod history:
*> 24.08.18 AN - initial version.
*> 24.11.15 AN - the employee record carries the pay basis and hourly
*>               rate now; both are loaded and written back untouched
*>               (changes still apply to EmployeeSalary).
*> 24.11.25 AN - likewise the pay frequency. EmployeeSalary is the
*>               annual salary now, so an amount change ('A') is
*>               keyed as the new annual figure.

IDENTIFICATION DIVISION.
PROGRAM-ID. SALARY-CHANGE-BATCH.
	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

FD CHANGE-REGISTER.
01 CHANGE-REGISTER-LINE PIC X(100).
		10 WS-EMP-DEPOSIT-ACCOUNT PIC 9(10).
		10 WS-EMP-HIRE-DATE PIC 9(8).
		10 WS-EMP-TERM-DATE PIC 9(8).
		10 WS-EMP-PAY-BASIS PIC X.
		10 WS-EMP-HOURLY-RATE PIC 9(3)V99.
		10 WS-EMP-PAY-FREQUENCY PIC X.
01 WS-SUB PIC 9(4).
01 WS-MATCHED PIC 9(4).
01 WS-NEW-SALARY PIC 9(9)V99.
				TO WS-EMP-DEPOSIT-ACCOUNT(WS-EMP-COUNT)
			MOVE EF-HIRE-DATE TO WS-EMP-HIRE-DATE(WS-EMP-COUNT)
			MOVE EF-TERM-DATE TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
			MOVE EF-PAY-BASIS TO WS-EMP-PAY-BASIS(WS-EMP-COUNT)
			MOVE EF-HOURLY-RATE TO WS-EMP-HOURLY-RATE(WS-EMP-COUNT)
			MOVE EF-PAY-FREQUENCY TO WS-EMP-PAY-FREQUENCY(WS-EMP-COUNT)
		ELSE
			DISPLAY 'Employee table full - record dropped'
		END-IF
		MOVE WS-EMP-DEPOSIT-ACCOUNT(WS-SUB) TO EF-DEPOSIT-ACCOUNT
		MOVE WS-EMP-HIRE-DATE(WS-SUB) TO EF-HIRE-DATE
		MOVE WS-EMP-TERM-DATE(WS-SUB) TO EF-TERM-DATE
		MOVE WS-EMP-PAY-BASIS(WS-SUB) TO EF-PAY-BASIS
		MOVE WS-EMP-HOURLY-RATE(WS-SUB) TO EF-HOURLY-RATE
		MOVE WS-EMP-PAY-FREQUENCY(WS-SUB) TO EF-PAY-FREQUENCY
		WRITE EMPLOYEE-RECORD
		ADD 1 TO WS-WRITTEN-COUNT
	END-PERFORM
