*>               OPERATOR-SIGNON subprogram: court-ordered deduction
*>               changes are exactly the records an auditor asks
*>               "who did this" about.
*> 24.11.15 AN - EMPLOYEE.DAT carries the pay basis and hourly rate
*>               now; the fields ride along in the FD for layout
*>               alignment.
*> 24.12.09 AN - the EMPLOYEE.DAT FD carries the pay frequency byte the
*>               master gained with the hourly rate, so the record
*>               length matches the 103-byte master again.

IDENTIFICATION DIVISION.
PROGRAM-ID. GARNISH-MAINT.
	05 EF-EMPLOYEE-ID PIC 9(5).
	05 EF-REST PIC X(75).
	05 EF-LIFECYCLE-DATES PIC X(16).
	05 EF-PAY-DETAILS PIC X(7).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
