*>
*> Mod history:
*> 24.08.20 AN - initial version.
*> 24.11.15 AN - EMPLOYEE.DAT carries the pay basis and hourly rate
*>               now; the fields ride along in the FD for layout
*>               alignment.
*> 24.12.09 AN - the EMPLOYEE.DAT FD carries the pay frequency byte the
*>               master gained with the hourly rate, so the record
*>               length matches the 103-byte master again.

IDENTIFICATION DIVISION.
PROGRAM-ID. HEADCOUNT-REPORT.
	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

FD HEADCOUNT-REPORT-FILE.
01 HEADCOUNT-REPORT-LINE PIC X(90).
