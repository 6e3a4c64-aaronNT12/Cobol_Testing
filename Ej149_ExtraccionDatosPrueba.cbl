*> Purpose: Masked test-data extract from the production masters
*>
*> Testing a change meant copying the live masters, so real names,
*> addresses, salaries and balances ended up on the test machines.
*> This writes a consistent masked copy instead, under the live file
*> names, into the directory named by MASK_TARGET_DIR (default
*> TESTDATA, which must already exist):
*>
*>   ACCOUNT-MASTER.DAT        account numbers re-issued
*>   ACCOUNT-HISTORY.DAT       account and other-account re-issued
*>   CUSTOMER-MASTER.DAT       name and address replaced
*>   CUSTOMER-ACCOUNTS.DAT     account re-issued
*>   ADDRESS-HISTORY.DAT       old and new address replaced
*>   EMPLOYEE.DAT              name, salary (tax, benefits and hourly
*>                             rate in proportion) or, for an hourly
*>                             employee, the rate (tax and benefits
*>                             in proportion) replaced, deposit
*>                             account re-issued
*>   EMPLOYEE-ADDRESS.DAT      address replaced, province kept
*>   relatives.dat             names and birthdate replaced
*>   EMERGENCY-CONTACTS.DAT    as is (keys only)
*>   STANDING-ORDERS.DAT, OVERDRAFT-LINKS.DAT,
*>   OVERDRAFT-FACILITIES.DAT, ACCOUNT-BLOCKS.DAT,
*>   POD-BENEFICIARIES.DAT, LOAN-MASTER.DAT, TERM-DEPOSITS.DAT,
*>   STOP-PAYMENTS.DAT, CHEQUEBOOKS.DAT, ACCOUNT-CLOSURES.DAT,
*>   DISPUTE-CASES.DAT, OVERDRAFT-SWEEPS.DAT,
*>   INTEREST-ACCRUED.DAT      account numbers re-issued
*>
*> Every replacement is worked out from the record's own key, so the
*> same customer, employee or relative gets the same fake values on
*> every run. An account number is re-issued by a fixed scramble of
*> its nine-digit body alone - one to one over the bodies, and an
*> issued number's check digit follows from its body, so no two
*> accounts meet - with a fresh check digit worked the way
*> ACCOUNT-MAINT issues them; being the same scramble wherever a
*> number appears, every customer link, history row, standing order
*> and beneficiary still points at the same account, and customer
*> numbers, employee ids and person-ids are kept as they are, so the
*> nightly cycle runs end to end on the copy.
*> Balances and amounts are kept, the masked account number no longer
*> leading back to the holder. A file that is not there is skipped.
*> Counts go to TEST-DATA-EXTRACT.RPT.
*>
*> Mod history:
*> 24.12.09 AN - the loan, term deposit, stop payment, chequebook,
*>               closure, dispute, sweep and accrued-interest files
*>               are copied with their account numbers re-issued, and
*>               the employee address and customer address history
*>               files with their addresses replaced. An hourly
*>               employee's rate is replaced too, with tax and
*>               benefits in proportion.
*> 24.12.08 AN - the account scramble no longer mixes in the old check
*>               digit, which let two different accounts come out as
*>               the same masked number.
*> 24.12.06 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TEST-DATA-EXTRACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EF-FILE-STATUS.
	SELECT relatives ASSIGN TO 'relatives.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nicknum
		FILE STATUS IS RL-FILE-STATUS.
	SELECT EMERGENCY-CONTACTS ASSIGN TO 'EMERGENCY-CONTACTS.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EC-EMPLOYEE-ID
		FILE STATUS IS EC-FILE-STATUS.
	COPY STANDING-ORDERS-SELECT.
	COPY OVERDRAFT-LINKS-SELECT.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY ACCOUNT-BLOCKS-SELECT.
	COPY POD-BENEFICIARIES-SELECT.
	COPY LOAN-MASTER-SELECT.
	COPY TERM-DEPOSITS-SELECT.
	COPY STOP-PAYMENTS-SELECT.
	COPY CHEQUEBOOKS-SELECT.
	COPY ACCOUNT-CLOSURES-SELECT.
	COPY DISPUTE-CASES-SELECT.
	COPY OVERDRAFT-SWEEPS-SELECT.
	SELECT INTEREST-ACCRUED ASSIGN TO 'INTEREST-ACCRUED.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IA-ACCOUNT-NO
		FILE STATUS IS IA-FILE-STATUS.
	COPY EMPLOYEE-ADDRESS-SELECT.
	COPY ADDRESS-HISTORY-SELECT.
*> the masked copies - one open at a time, so they share the name
	SELECT MASKED-ACCOUNTS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XM-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-HISTORY ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XH-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-CUSTOMERS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XC-CUSTOMER-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-SEQUENTIAL ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-RELATIVES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XR-NICKNUM
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-CONTACTS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XE-EMPLOYEE-ID
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-ORDERS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XS-ORDER-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-LINKS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XL-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-FACILITIES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XF-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-BLOCKS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XK-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-BENEFICIARIES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XB-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-LOANS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XN-LOAN-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-DEPOSITS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XT-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-STOPS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XP-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-CHEQUEBOOKS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XQ-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-CLOSURES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XX-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-DISPUTES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XD-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-ACCRUALS ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XI-ACCOUNT-NO
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-ADDRESSES ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XW-EMPLOYEE-ID
		FILE STATUS IS MK-FILE-STATUS.
	SELECT MASKED-ADDRESS-HISTORY ASSIGN TO DYNAMIC WS-TARGET-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS XY-KEY
		FILE STATUS IS MK-FILE-STATUS.
	SELECT EXTRACT-REPORT ASSIGN TO 'TEST-DATA-EXTRACT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY ACCOUNT-HISTORY-FD.

COPY CUSTOMER-MASTER-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

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

FD relatives.
01 person.
	05 nicknum       PIC 9(5).
	05 firstname     PIC x(48).
	05 lastname      PIC x(64).
	05 relationship  PIC x(32).
	05 birthdate     PIC 9(8).
	05 link-type     PIC x(10).
	05 link-nicknum  PIC 9(5).

FD EMERGENCY-CONTACTS.
01 EMERGENCY-CONTACT-RECORD.
	05 EC-EMPLOYEE-ID PIC 9(5).
	05 EC-NICKNUM PIC 9(5).

COPY STANDING-ORDERS-FD.

COPY OVERDRAFT-LINKS-FD.

COPY OVERDRAFT-FACILITIES-FD.

COPY ACCOUNT-BLOCKS-FD.

COPY POD-BENEFICIARIES-FD.

COPY LOAN-MASTER-FD.

COPY TERM-DEPOSITS-FD.

COPY STOP-PAYMENTS-FD.

COPY CHEQUEBOOKS-FD.

COPY ACCOUNT-CLOSURES-FD.

COPY DISPUTE-CASES-FD.

COPY OVERDRAFT-SWEEPS-FD.

FD INTEREST-ACCRUED.
01 INTEREST-ACCRUED-RECORD.
	05 IA-ACCOUNT-NO PIC 9(10).
	05 IA-ACCRUED PIC 9(7)V99.
	05 IA-DEBIT-ACCRUED PIC 9(7)V99.
	05 IA-ACCRUED-THROUGH PIC 9(8).

COPY EMPLOYEE-ADDRESS-FD.

COPY ADDRESS-HISTORY-FD.

*> the masked records are built in the live record areas and moved
*> across whole; only the keys are named here
FD MASKED-ACCOUNTS.
01 MASKED-ACCOUNT-RECORD.
	05 XM-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(28).

FD MASKED-HISTORY.
01 MASKED-HISTORY-RECORD.
	05 XH-KEY PIC X(25).
	05 FILLER PIC X(60).

FD MASKED-CUSTOMERS.
01 MASKED-CUSTOMER-RECORD.
	05 XC-CUSTOMER-NO PIC 9(6).
	05 FILLER PIC X(172).

FD MASKED-SEQUENTIAL.
01 MASKED-SEQUENTIAL-RECORD PIC X(103).

FD MASKED-RELATIVES.
01 MASKED-RELATIVE-RECORD.
	05 XR-NICKNUM PIC 9(5).
	05 FILLER PIC X(167).

FD MASKED-CONTACTS.
01 MASKED-CONTACT-RECORD.
	05 XE-EMPLOYEE-ID PIC 9(5).
	05 FILLER PIC X(5).

FD MASKED-ORDERS.
01 MASKED-ORDER-RECORD.
	05 XS-ORDER-NO PIC 9(6).
	05 FILLER PIC X(49).

FD MASKED-LINKS.
01 MASKED-LINK-RECORD.
	05 XL-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(21).

FD MASKED-FACILITIES.
01 MASKED-FACILITY-RECORD.
	05 XF-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(43).

FD MASKED-BLOCKS.
01 MASKED-BLOCK-RECORD.
	05 XK-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(35).

FD MASKED-BENEFICIARIES.
01 MASKED-BENEFICIARY-RECORD.
	05 XB-KEY PIC X(15).
	05 FILLER PIC X(13).

FD MASKED-LOANS.
01 MASKED-LOAN-RECORD.
	05 XN-LOAN-NO PIC 9(6).
	05 FILLER PIC X(82).

FD MASKED-DEPOSITS.
01 MASKED-DEPOSIT-RECORD.
	05 XT-KEY PIC X(13).
	05 FILLER PIC X(77).

FD MASKED-STOPS.
01 MASKED-STOP-RECORD.
	05 XP-KEY PIC X(20).
	05 FILLER PIC X(45).

FD MASKED-CHEQUEBOOKS.
01 MASKED-CHEQUEBOOK-RECORD.
	05 XQ-KEY PIC X(20).
	05 FILLER PIC X(19).

FD MASKED-CLOSURES.
01 MASKED-CLOSURE-RECORD.
	05 XX-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(119).

FD MASKED-DISPUTES.
01 MASKED-DISPUTE-RECORD.
	05 XD-KEY PIC X(25).
	05 FILLER PIC X(147).

FD MASKED-ACCRUALS.
01 MASKED-ACCRUAL-RECORD.
	05 XI-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(26).

FD MASKED-ADDRESSES.
01 MASKED-ADDRESS-RECORD.
	05 XW-EMPLOYEE-ID PIC 9(5).
	05 FILLER PIC X(80).

FD MASKED-ADDRESS-HISTORY.
01 MASKED-ADDRESS-HISTORY-RECORD.
	05 XY-KEY PIC X(17).
	05 FILLER PIC X(163).

FD EXTRACT-REPORT.
01 EXTRACT-REPORT-LINE PIC X(80).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-SCAN-EOF PIC X.
	88 SCAN-EOF VALUE 'Y'.
COPY CUSTOMER-MASTER-STATUS.
COPY OVERDRAFT-LINKS-STATUS.
COPY OVERDRAFT-FACILITIES-STATUS.
COPY ACCOUNT-BLOCKS-STATUS.
COPY POD-BENEFICIARIES-STATUS.
COPY LOAN-MASTER-STATUS.
COPY TERM-DEPOSITS-STATUS.
COPY STOP-PAYMENTS-STATUS.
COPY CHEQUEBOOKS-STATUS.
COPY ACCOUNT-CLOSURES-STATUS.
COPY DISPUTE-CASES-STATUS.
COPY EMPLOYEE-ADDRESS-STATUS.
COPY ADDRESS-HISTORY-STATUS.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 EF-FILE-STATUS PIC X(2).
	88 EF-OK VALUE '00'.
01 RL-FILE-STATUS PIC X(2).
	88 RL-OK VALUE '00'.
01 EC-FILE-STATUS PIC X(2).
	88 EC-OK VALUE '00'.
01 IA-FILE-STATUS PIC X(2).
	88 IA-OK VALUE '00'.
01 MK-FILE-STATUS PIC X(2).
	88 MK-OK VALUE '00'.
01 WS-TARGET-DIR PIC X(40) VALUE SPACES.
01 WS-TARGET-FILE PIC X(30).
01 WS-TARGET-NAME PIC X(80).
01 WS-INPUT-OPEN PIC X.
	88 INPUT-OPENED VALUE 'Y'.
01 WS-RECORD-COUNT PIC 9(7).
01 WS-CLASH-COUNT PIC 9(7).
01 WS-FILES-WRITTEN PIC 9(2) VALUE ZERO.
01 WS-TOTAL-CLASHES PIC 9(7) VALUE ZERO.
*> account number re-issue: the nine-digit body scrambled one to one
*> (the multiplier shares no factor with ten), then the check digit
01 WS-ACCOUNT-IN PIC 9(10).
01 WS-ACCOUNT-OUT PIC 9(10).
01 WS-ACCOUNT-BODY PIC 9(9).
01 WS-SCRAMBLE-WORK PIC 9(15).
01 WS-SCRAMBLE-QUOTIENT PIC 9(15).
01 WS-CHECK-ACCOUNT-NO PIC 9(10).
01 WS-CHECK-DIGITS REDEFINES WS-CHECK-ACCOUNT-NO.
	05 WS-CHECK-DIGIT-BODY OCCURS 9 TIMES PIC 9.
	05 WS-CHECK-DIGIT-LAST PIC 9.
01 WS-CHECK-SUB PIC 99.
01 WS-CHECK-SUM PIC 9(4).
01 WS-CHECK-EXPECTED PIC 9.
*> fake values are picked from these by a mix of the record's key
01 WS-SEED PIC 9(10).
01 WS-MIX PIC 9(15).
01 WS-MIX-HIGH PIC 9(15).
01 WS-PICK-FIRST PIC 99.
01 WS-PICK-LAST PIC 99.
01 WS-PICK-STREET PIC 99.
01 WS-PICK-CITY PIC 99.
01 WS-HOUSE-NO PIC ZZ9.
01 WS-APT-NO PIC Z9.
01 WS-ZIP-NO PIC 9(5).
01 WS-BIRTH-DATE.
	05 WS-BIRTH-YEAR PIC 9(4).
	05 WS-BIRTH-MONTH PIC 99.
	05 WS-BIRTH-DAY PIC 99.
01 WS-BIRTH-NUM REDEFINES WS-BIRTH-DATE PIC 9(8).
01 WS-FAKE-FIRST PIC X(12).
01 WS-FAKE-LAST PIC X(12).
01 WS-NEW-SALARY PIC 9(7)V99.
01 WS-NEW-RATE PIC 9(3)V99.
*> an address built from the picks, for the address files
01 WS-FAKE-STREET PIC X(30).
01 WS-FAKE-APT PIC X(10).
01 WS-FAKE-CITY PIC X(20).
01 WS-FAKE-ZIP PIC X(10).
01 WS-SALARY-BAND PIC 99.
01 WS-FIRST-NAME-VALUES.
	05 FILLER PIC X(12) VALUE 'ANA'.
	05 FILLER PIC X(12) VALUE 'LUIS'.
	05 FILLER PIC X(12) VALUE 'MARIA'.
	05 FILLER PIC X(12) VALUE 'JORGE'.
	05 FILLER PIC X(12) VALUE 'ELENA'.
	05 FILLER PIC X(12) VALUE 'PABLO'.
	05 FILLER PIC X(12) VALUE 'SUSAN'.
	05 FILLER PIC X(12) VALUE 'DAVID'.
	05 FILLER PIC X(12) VALUE 'CARMEN'.
	05 FILLER PIC X(12) VALUE 'ROBERT'.
	05 FILLER PIC X(12) VALUE 'LUCIA'.
	05 FILLER PIC X(12) VALUE 'MIGUEL'.
	05 FILLER PIC X(12) VALUE 'KAREN'.
	05 FILLER PIC X(12) VALUE 'THOMAS'.
	05 FILLER PIC X(12) VALUE 'ISABEL'.
	05 FILLER PIC X(12) VALUE 'JAMES'.
	05 FILLER PIC X(12) VALUE 'NURIA'.
	05 FILLER PIC X(12) VALUE 'PETER'.
	05 FILLER PIC X(12) VALUE 'SOFIA'.
	05 FILLER PIC X(12) VALUE 'ANDRES'.
01 WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-VALUES.
	05 WS-FIRST-NAME PIC X(12) OCCURS 20 TIMES.
01 WS-LAST-NAME-VALUES.
	05 FILLER PIC X(12) VALUE 'GARCIA'.
	05 FILLER PIC X(12) VALUE 'SMITH'.
	05 FILLER PIC X(12) VALUE 'MARTIN'.
	05 FILLER PIC X(12) VALUE 'JOHNSON'.
	05 FILLER PIC X(12) VALUE 'LOPEZ'.
	05 FILLER PIC X(12) VALUE 'BROWN'.
	05 FILLER PIC X(12) VALUE 'SANCHEZ'.
	05 FILLER PIC X(12) VALUE 'TAYLOR'.
	05 FILLER PIC X(12) VALUE 'PEREZ'.
	05 FILLER PIC X(12) VALUE 'WILSON'.
	05 FILLER PIC X(12) VALUE 'GOMEZ'.
	05 FILLER PIC X(12) VALUE 'CLARK'.
	05 FILLER PIC X(12) VALUE 'DIAZ'.
	05 FILLER PIC X(12) VALUE 'LEWIS'.
	05 FILLER PIC X(12) VALUE 'MORENO'.
	05 FILLER PIC X(12) VALUE 'WALKER'.
	05 FILLER PIC X(12) VALUE 'ROMERO'.
	05 FILLER PIC X(12) VALUE 'HALL'.
	05 FILLER PIC X(12) VALUE 'NAVARRO'.
	05 FILLER PIC X(12) VALUE 'YOUNG'.
01 WS-LAST-NAMES REDEFINES WS-LAST-NAME-VALUES.
	05 WS-LAST-NAME PIC X(12) OCCURS 20 TIMES.
01 WS-STREET-VALUES.
	05 FILLER PIC X(16) VALUE 'MAIN ST'.
	05 FILLER PIC X(16) VALUE 'OAK AVE'.
	05 FILLER PIC X(16) VALUE 'MAPLE DR'.
	05 FILLER PIC X(16) VALUE 'CEDAR LN'.
	05 FILLER PIC X(16) VALUE 'PARK RD'.
	05 FILLER PIC X(16) VALUE 'LAKE ST'.
	05 FILLER PIC X(16) VALUE 'HILL AVE'.
	05 FILLER PIC X(16) VALUE 'RIVER RD'.
	05 FILLER PIC X(16) VALUE 'ELM ST'.
	05 FILLER PIC X(16) VALUE 'PINE CT'.
01 WS-STREETS REDEFINES WS-STREET-VALUES.
	05 WS-STREET-NAME PIC X(16) OCCURS 10 TIMES.
01 WS-CITY-VALUES.
	05 FILLER PIC X(16) VALUE 'SPRINGFIELD'.
	05 FILLER PIC X(16) VALUE 'RIVERSIDE'.
	05 FILLER PIC X(16) VALUE 'FAIRVIEW'.
	05 FILLER PIC X(16) VALUE 'GREENVILLE'.
	05 FILLER PIC X(16) VALUE 'MADISON'.
	05 FILLER PIC X(16) VALUE 'FRANKLIN'.
	05 FILLER PIC X(16) VALUE 'CLINTON'.
	05 FILLER PIC X(16) VALUE 'GEORGETOWN'.
	05 FILLER PIC X(16) VALUE 'SALEM'.
	05 FILLER PIC X(16) VALUE 'BRISTOL'.
01 WS-CITIES REDEFINES WS-CITY-VALUES.
	05 WS-CITY-NAME PIC X(16) OCCURS 10 TIMES.
01 WS-COUNT-LINE.
	05 CL-FILE PIC X(30).
	05 CL-COUNT PIC ZZZZZZ9.
	05 FILLER PIC X(10) VALUE ' RECORD(S)'.
	05 CL-NOTE PIC X(30).
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TEST-DATA-EXTRACT' TO JS-CALLING-PROGRAM.
	ACCEPT WS-TARGET-DIR FROM ENVIRONMENT 'MASK_TARGET_DIR'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	IF WS-TARGET-DIR = SPACES
		MOVE 'TESTDATA' TO WS-TARGET-DIR
	END-IF.
	PERFORM START-JOB-STATS.
	OPEN OUTPUT EXTRACT-REPORT.
	MOVE 'OPEN EXTRACT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO EXTRACT-REPORT-LINE
	STRING 'MASKED TEST-DATA EXTRACT INTO ' FUNCTION TRIM(WS-TARGET-DIR)
		DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE
	PERFORM EXTRACT-ACCOUNTS THRU EXTRACT-ACCOUNTS-EXIT.
	PERFORM EXTRACT-HISTORY THRU EXTRACT-HISTORY-EXIT.
	PERFORM EXTRACT-CUSTOMERS THRU EXTRACT-CUSTOMERS-EXIT.
	PERFORM EXTRACT-CUSTOMER-ACCOUNTS THRU EXTRACT-CUSTOMER-ACCOUNTS-EXIT.
	PERFORM EXTRACT-ADDRESS-HISTORY THRU EXTRACT-ADDRESS-HISTORY-EXIT.
	PERFORM EXTRACT-EMPLOYEES THRU EXTRACT-EMPLOYEES-EXIT.
	PERFORM EXTRACT-EMPLOYEE-ADDRESSES
		THRU EXTRACT-EMPLOYEE-ADDRESSES-EXIT.
	PERFORM EXTRACT-RELATIVES THRU EXTRACT-RELATIVES-EXIT.
	PERFORM EXTRACT-CONTACTS THRU EXTRACT-CONTACTS-EXIT.
	PERFORM EXTRACT-STANDING-ORDERS THRU EXTRACT-STANDING-ORDERS-EXIT.
	PERFORM EXTRACT-OVERDRAFT-LINKS THRU EXTRACT-OVERDRAFT-LINKS-EXIT.
	PERFORM EXTRACT-OVERDRAFT-FACILITIES
		THRU EXTRACT-OVERDRAFT-FACILITIES-EXIT.
	PERFORM EXTRACT-ACCOUNT-BLOCKS THRU EXTRACT-ACCOUNT-BLOCKS-EXIT.
	PERFORM EXTRACT-BENEFICIARIES THRU EXTRACT-BENEFICIARIES-EXIT.
	PERFORM EXTRACT-LOANS THRU EXTRACT-LOANS-EXIT.
	PERFORM EXTRACT-TERM-DEPOSITS THRU EXTRACT-TERM-DEPOSITS-EXIT.
	PERFORM EXTRACT-STOP-PAYMENTS THRU EXTRACT-STOP-PAYMENTS-EXIT.
	PERFORM EXTRACT-CHEQUEBOOKS THRU EXTRACT-CHEQUEBOOKS-EXIT.
	PERFORM EXTRACT-CLOSURES THRU EXTRACT-CLOSURES-EXIT.
	PERFORM EXTRACT-DISPUTES THRU EXTRACT-DISPUTES-EXIT.
	PERFORM EXTRACT-SWEEPS THRU EXTRACT-SWEEPS-EXIT.
	PERFORM EXTRACT-ACCRUALS THRU EXTRACT-ACCRUALS-EXIT.
	MOVE SPACES TO EXTRACT-REPORT-LINE
	STRING 'FILES WRITTEN: ' WS-FILES-WRITTEN
		'  KEY CLASHES: ' WS-TOTAL-CLASHES
		DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE
	CLOSE EXTRACT-REPORT.
	IF WS-TOTAL-CLASHES > ZERO
		DISPLAY '*** Masked copy has ' WS-TOTAL-CLASHES
			' key clash(es) - see TEST-DATA-EXTRACT.RPT ***'
		MOVE 4 TO RETURN-CODE
	ELSE
		DISPLAY 'Masked test copy written to '
			FUNCTION TRIM(WS-TARGET-DIR) ': ' WS-FILES-WRITTEN ' files'
	END-IF.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> WS-TARGET-FILE under the target directory
SET-TARGET-NAME.
	MOVE SPACES TO WS-TARGET-NAME
	STRING FUNCTION TRIM(WS-TARGET-DIR) '/' FUNCTION TRIM(WS-TARGET-FILE)
		DELIMITED BY SIZE INTO WS-TARGET-NAME
	MOVE ZERO TO WS-RECORD-COUNT WS-CLASH-COUNT.

REPORT-FILE-SKIPPED.
	MOVE WS-TARGET-FILE TO CL-FILE
	MOVE ZERO TO CL-COUNT
	MOVE ' - NOT THERE, SKIPPED' TO CL-NOTE
	MOVE WS-COUNT-LINE TO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE.

REPORT-TARGET-FAILED.
	MOVE SPACES TO EXTRACT-REPORT-LINE
	STRING '*** CANNOT CREATE ' FUNCTION TRIM(WS-TARGET-NAME)
		' - STATUS ' MK-FILE-STATUS
		DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE.

REPORT-FILE-WRITTEN.
	ADD 1 TO WS-FILES-WRITTEN
	ADD WS-RECORD-COUNT TO JS-RECORDS-READ
	ADD WS-RECORD-COUNT TO JS-RECORDS-WRITTEN
	ADD WS-CLASH-COUNT TO WS-TOTAL-CLASHES
	MOVE WS-TARGET-FILE TO CL-FILE
	MOVE WS-RECORD-COUNT TO CL-COUNT
	MOVE SPACES TO CL-NOTE
	IF WS-CLASH-COUNT > ZERO
		MOVE ' - KEY CLASHES, SEE ABOVE' TO CL-NOTE
	END-IF
	MOVE WS-COUNT-LINE TO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE.

*> a masked key already on the copy: two live keys scrambled to one
REPORT-KEY-CLASH.
	ADD 1 TO WS-CLASH-COUNT
	MOVE SPACES TO EXTRACT-REPORT-LINE
	STRING '*** ' FUNCTION TRIM(WS-TARGET-FILE)
		' MASKED KEY CLASH FROM ACCOUNT ' WS-ACCOUNT-IN
		DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
	WRITE EXTRACT-REPORT-LINE.

*> WS-ACCOUNT-IN to WS-ACCOUNT-OUT; zero (no account) stays zero
MASK-ACCOUNT-NUMBER.
	IF WS-ACCOUNT-IN = ZERO
		MOVE ZERO TO WS-ACCOUNT-OUT
		EXIT PARAGRAPH
	END-IF
	DIVIDE WS-ACCOUNT-IN BY 10 GIVING WS-ACCOUNT-BODY
	COMPUTE WS-SCRAMBLE-WORK = WS-ACCOUNT-BODY * 7919 + 271828
	DIVIDE WS-SCRAMBLE-WORK BY 1000000000 GIVING WS-SCRAMBLE-QUOTIENT
		REMAINDER WS-ACCOUNT-BODY
	COMPUTE WS-CHECK-ACCOUNT-NO = WS-ACCOUNT-BODY * 10
	MOVE ZERO TO WS-CHECK-SUM
	PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1 UNTIL WS-CHECK-SUB > 9
		COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
			+ WS-CHECK-DIGIT-BODY(WS-CHECK-SUB) * WS-CHECK-SUB
	END-PERFORM
	COMPUTE WS-CHECK-EXPECTED = FUNCTION MOD(WS-CHECK-SUM, 10)
	MOVE WS-CHECK-EXPECTED TO WS-CHECK-DIGIT-LAST
	MOVE WS-CHECK-ACCOUNT-NO TO WS-ACCOUNT-OUT.

*> from WS-SEED: the fake first and last name, street, city, house
*> number, zip and birth date, always the same for the same seed
PICK-FAKE-VALUES.
	COMPUTE WS-MIX = WS-SEED * 7919 + 104729
	COMPUTE WS-PICK-FIRST = FUNCTION MOD(WS-MIX, 20) + 1
	DIVIDE WS-MIX BY 20 GIVING WS-MIX-HIGH
	COMPUTE WS-PICK-LAST = FUNCTION MOD(WS-MIX-HIGH, 20) + 1
	COMPUTE WS-PICK-STREET = FUNCTION MOD(WS-MIX-HIGH, 10) + 1
	DIVIDE WS-MIX-HIGH BY 20 GIVING WS-MIX-HIGH
	COMPUTE WS-PICK-CITY = FUNCTION MOD(WS-MIX-HIGH, 10) + 1
	COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-MIX-HIGH, 899) + 1
	COMPUTE WS-APT-NO = FUNCTION MOD(WS-MIX, 48) + 1
	COMPUTE WS-ZIP-NO = FUNCTION MOD(WS-MIX, 89999) + 10000
	COMPUTE WS-BIRTH-YEAR = 1940 + FUNCTION MOD(WS-MIX-HIGH, 60)
	COMPUTE WS-BIRTH-MONTH = FUNCTION MOD(WS-MIX, 12) + 1
	COMPUTE WS-BIRTH-DAY = FUNCTION MOD(WS-MIX-HIGH, 28) + 1
	MOVE WS-FIRST-NAME(WS-PICK-FIRST) TO WS-FAKE-FIRST
	MOVE WS-LAST-NAME(WS-PICK-LAST) TO WS-FAKE-LAST.

*> after PICK-FAKE-VALUES: the street, apartment, city and zip laid
*> out as MASK-CUSTOMER lays them
BUILD-FAKE-ADDRESS.
	MOVE SPACES TO WS-FAKE-STREET WS-FAKE-APT
	STRING FUNCTION TRIM(WS-HOUSE-NO) ' ' WS-STREET-NAME(WS-PICK-STREET)
		DELIMITED BY SIZE INTO WS-FAKE-STREET
	STRING 'APT ' FUNCTION TRIM(WS-APT-NO)
		DELIMITED BY SIZE INTO WS-FAKE-APT
	MOVE WS-CITY-NAME(WS-PICK-CITY) TO WS-FAKE-CITY
	MOVE WS-ZIP-NO TO WS-FAKE-ZIP.

EXTRACT-ACCOUNTS.
	MOVE 'ACCOUNT-MASTER.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT ACCOUNT-MASTER
	IF NOT FS-STATUS-OK
		CLOSE ACCOUNT-MASTER
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-ACCOUNTS-EXIT
	END-IF
	OPEN OUTPUT MASKED-ACCOUNTS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE ACCOUNT-MASTER
		GO TO EXTRACT-ACCOUNTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
	START ACCOUNT-MASTER KEY IS GREATER THAN OR EQUAL TO AM-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-MASTER NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE AM-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AM-ACCOUNT-NO
				MOVE ACCOUNT-MASTER-RECORD TO MASKED-ACCOUNT-RECORD
				WRITE MASKED-ACCOUNT-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-MASTER
	CLOSE MASKED-ACCOUNTS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-ACCOUNTS-EXIT.
	EXIT.

EXTRACT-HISTORY.
	MOVE 'ACCOUNT-HISTORY.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT ACCOUNT-HISTORY
	IF NOT FS-STATUS-OK
		CLOSE ACCOUNT-HISTORY
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-HISTORY-EXIT
	END-IF
	OPEN OUTPUT MASKED-HISTORY
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE ACCOUNT-HISTORY
		GO TO EXTRACT-HISTORY-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AH-KEY
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE AH-OTHER-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AH-OTHER-ACCOUNT-NO
				MOVE AH-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AH-ACCOUNT-NO
				MOVE ACCOUNT-HISTORY-RECORD TO MASKED-HISTORY-RECORD
				WRITE MASKED-HISTORY-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-HISTORY
	CLOSE MASKED-HISTORY
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-HISTORY-EXIT.
	EXIT.

EXTRACT-CUSTOMERS.
	MOVE 'CUSTOMER-MASTER.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT CUSTOMER-MASTER
	IF NOT CU-OK
		CLOSE CUSTOMER-MASTER
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-CUSTOMERS-EXIT
	END-IF
	OPEN OUTPUT MASKED-CUSTOMERS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE CUSTOMER-MASTER
		GO TO EXTRACT-CUSTOMERS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO CU-CUSTOMER-NO
	START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL TO CU-CUSTOMER-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ CUSTOMER-MASTER NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				PERFORM MASK-CUSTOMER
				MOVE CUSTOMER-MASTER-RECORD TO MASKED-CUSTOMER-RECORD
				WRITE MASKED-CUSTOMER-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-MASTER
	CLOSE MASKED-CUSTOMERS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-CUSTOMERS-EXIT.
	EXIT.

*> the state is kept - taxes and notices turn on it - and the rest of
*> the address is replaced; a side not yet loaded stays blank
MASK-CUSTOMER.
	MOVE CU-CUSTOMER-NO TO WS-SEED
	PERFORM PICK-FAKE-VALUES
	IF CU-NAME NOT = SPACES
		MOVE SPACES TO CU-NAME
		STRING FUNCTION TRIM(WS-FAKE-FIRST) ' '
			FUNCTION TRIM(WS-FAKE-LAST)
			DELIMITED BY SIZE INTO CU-NAME
	END-IF
	IF CU-STREET NOT = SPACES
		MOVE SPACES TO CU-STREET
		STRING FUNCTION TRIM(WS-HOUSE-NO) ' ' WS-STREET-NAME(WS-PICK-STREET)
			DELIMITED BY SIZE INTO CU-STREET
		MOVE WS-CITY-NAME(WS-PICK-CITY) TO CU-CITY
		MOVE WS-ZIP-NO TO CU-ZIP
	END-IF
	IF CU-APT NOT = SPACES
		MOVE SPACES TO CU-APT
		STRING 'APT ' FUNCTION TRIM(WS-APT-NO)
			DELIMITED BY SIZE INTO CU-APT
	END-IF
	IF CU-RAW-ADDRESS NOT = SPACES
		MOVE SPACES TO CU-RAW-ADDRESS
		STRING FUNCTION TRIM(WS-HOUSE-NO) ' '
			FUNCTION TRIM(WS-STREET-NAME(WS-PICK-STREET)) ', '
			FUNCTION TRIM(WS-CITY-NAME(WS-PICK-CITY))
			DELIMITED BY SIZE INTO CU-RAW-ADDRESS
	END-IF.

EXTRACT-CUSTOMER-ACCOUNTS.
	MOVE 'CUSTOMER-ACCOUNTS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-CUSTOMER-ACCOUNTS-EXIT
	END-IF
	OPEN OUTPUT MASKED-SEQUENTIAL
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE CUSTOMER-ACCOUNTS
		GO TO EXTRACT-CUSTOMER-ACCOUNTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	READ CUSTOMER-ACCOUNTS
		AT END SET SCAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL SCAN-EOF
		ADD 1 TO WS-RECORD-COUNT
		MOVE XA-ACCOUNT-NO TO WS-ACCOUNT-IN
		PERFORM MASK-ACCOUNT-NUMBER
		MOVE WS-ACCOUNT-OUT TO XA-ACCOUNT-NO
		MOVE SPACES TO MASKED-SEQUENTIAL-RECORD
		WRITE MASKED-SEQUENTIAL-RECORD FROM CUSTOMER-ACCOUNT-RECORD
		READ CUSTOMER-ACCOUNTS
			AT END SET SCAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS
	CLOSE MASKED-SEQUENTIAL
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-CUSTOMER-ACCOUNTS-EXIT.
	EXIT.

EXTRACT-ADDRESS-HISTORY.
	MOVE 'ADDRESS-HISTORY.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT ADDRESS-HISTORY
	IF NOT CAH-OK
		CLOSE ADDRESS-HISTORY
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-ADDRESS-HISTORY-EXIT
	END-IF
	OPEN OUTPUT MASKED-ADDRESS-HISTORY
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE ADDRESS-HISTORY
		GO TO EXTRACT-ADDRESS-HISTORY-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO CAH-KEY
	START ADDRESS-HISTORY KEY IS GREATER THAN OR EQUAL TO CAH-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ADDRESS-HISTORY NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				PERFORM MASK-ADDRESS-HISTORY
				MOVE ADDRESS-HISTORY-RECORD TO MASKED-ADDRESS-HISTORY-RECORD
				WRITE MASKED-ADDRESS-HISTORY-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ADDRESS-HISTORY
	CLOSE MASKED-ADDRESS-HISTORY
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-ADDRESS-HISTORY-EXIT.
	EXIT.

*> the new side from the customer's own seed, so the latest change
*> ends on the address the masked customer master carries; the old
*> side from the customer and the change's sequence. The state is kept
*> and a side that was blank stays blank.
MASK-ADDRESS-HISTORY.
	IF CAH-NEW-ADDRESS NOT = SPACES
		MOVE CAH-CUSTOMER-NO TO WS-SEED
		PERFORM PICK-FAKE-VALUES
		PERFORM BUILD-FAKE-ADDRESS
		MOVE WS-FAKE-STREET TO CAH-NEW-STREET
		IF CAH-NEW-APT NOT = SPACES
			MOVE WS-FAKE-APT TO CAH-NEW-APT
		END-IF
		MOVE WS-FAKE-CITY TO CAH-NEW-CITY
		MOVE WS-FAKE-ZIP TO CAH-NEW-ZIP
	END-IF
	IF CAH-OLD-ADDRESS NOT = SPACES
		COMPUTE WS-SEED = CAH-CUSTOMER-NO * 1000 + CAH-SEQUENCE
		PERFORM PICK-FAKE-VALUES
		PERFORM BUILD-FAKE-ADDRESS
		MOVE WS-FAKE-STREET TO CAH-OLD-STREET
		IF CAH-OLD-APT NOT = SPACES
			MOVE WS-FAKE-APT TO CAH-OLD-APT
		END-IF
		MOVE WS-FAKE-CITY TO CAH-OLD-CITY
		MOVE WS-FAKE-ZIP TO CAH-OLD-ZIP
	END-IF.

EXTRACT-EMPLOYEES.
	MOVE 'EMPLOYEE.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT EMPLOYEE-FILE
	IF NOT EF-OK
		CLOSE EMPLOYEE-FILE
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-EMPLOYEES-EXIT
	END-IF
	OPEN OUTPUT MASKED-SEQUENTIAL
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE EMPLOYEE-FILE
		GO TO EXTRACT-EMPLOYEES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	READ EMPLOYEE-FILE
		AT END SET SCAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL SCAN-EOF
		ADD 1 TO WS-RECORD-COUNT
		PERFORM MASK-EMPLOYEE
		WRITE MASKED-SEQUENTIAL-RECORD FROM EMPLOYEE-RECORD
		READ EMPLOYEE-FILE
			AT END SET SCAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE
	CLOSE MASKED-SEQUENTIAL
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-EMPLOYEES-EXIT.
	EXIT.

*> the province is kept - the payroll tax tables turn on it
EXTRACT-EMPLOYEE-ADDRESSES.
	MOVE 'EMPLOYEE-ADDRESS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT EMPLOYEE-ADDRESS
	IF NOT EA-OK
		CLOSE EMPLOYEE-ADDRESS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-EMPLOYEE-ADDRESSES-EXIT
	END-IF
	OPEN OUTPUT MASKED-ADDRESSES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE EMPLOYEE-ADDRESS
		GO TO EXTRACT-EMPLOYEE-ADDRESSES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO EA-EMPLOYEE-ID
	START EMPLOYEE-ADDRESS
		KEY IS GREATER THAN OR EQUAL TO EA-EMPLOYEE-ID
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ EMPLOYEE-ADDRESS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE EA-EMPLOYEE-ID TO WS-SEED
				PERFORM PICK-FAKE-VALUES
				PERFORM BUILD-FAKE-ADDRESS
				MOVE WS-FAKE-STREET TO EA-STREET
				IF EA-APT NOT = SPACES
					MOVE WS-FAKE-APT TO EA-APT
				END-IF
				MOVE WS-FAKE-CITY TO EA-CITY
				MOVE WS-FAKE-ZIP TO EA-POSTAL-CODE
				MOVE EMPLOYEE-ADDRESS-RECORD TO MASKED-ADDRESS-RECORD
				WRITE MASKED-ADDRESS-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-ADDRESS
	CLOSE MASKED-ADDRESSES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-EMPLOYEE-ADDRESSES-EXIT.
	EXIT.

*> a salary band from 24,000 to 99,000 by the employee id; tax,
*> benefits and the hourly rate keep their proportion to the salary
*> so the payroll edits still pass. An hourly employee (no salary)
*> gets a rate from 12.00 to 41.00 instead, tax and benefits in
*> proportion to it.
MASK-EMPLOYEE.
	MOVE EF-EMPLOYEE-ID TO WS-SEED
	PERFORM PICK-FAKE-VALUES
	MOVE SPACES TO EF-EMPLOYEE-NAME
	STRING FUNCTION TRIM(WS-FAKE-FIRST) ' ' FUNCTION TRIM(WS-FAKE-LAST)
		DELIMITED BY SIZE INTO EF-EMPLOYEE-NAME
	COMPUTE WS-SALARY-BAND = FUNCTION MOD(WS-MIX, 76)
	COMPUTE WS-NEW-SALARY = 24000 + WS-SALARY-BAND * 1000
	IF EF-SALARY > ZERO
		COMPUTE EF-TAX ROUNDED = EF-TAX * WS-NEW-SALARY / EF-SALARY
			ON SIZE ERROR MOVE ZERO TO EF-TAX
		END-COMPUTE
		COMPUTE EF-BENEFITS ROUNDED =
			EF-BENEFITS * WS-NEW-SALARY / EF-SALARY
			ON SIZE ERROR MOVE ZERO TO EF-BENEFITS
		END-COMPUTE
		COMPUTE EF-HOURLY-RATE ROUNDED =
			EF-HOURLY-RATE * WS-NEW-SALARY / EF-SALARY
			ON SIZE ERROR MOVE ZERO TO EF-HOURLY-RATE
		END-COMPUTE
		MOVE WS-NEW-SALARY TO EF-SALARY
	ELSE
		COMPUTE WS-NEW-RATE = 12.00 + FUNCTION MOD(WS-MIX, 30)
		IF EF-HOURLY-RATE > ZERO
			COMPUTE EF-TAX ROUNDED =
				EF-TAX * WS-NEW-RATE / EF-HOURLY-RATE
				ON SIZE ERROR MOVE ZERO TO EF-TAX
			END-COMPUTE
			COMPUTE EF-BENEFITS ROUNDED =
				EF-BENEFITS * WS-NEW-RATE / EF-HOURLY-RATE
				ON SIZE ERROR MOVE ZERO TO EF-BENEFITS
			END-COMPUTE
			MOVE WS-NEW-RATE TO EF-HOURLY-RATE
		END-IF
	END-IF
	MOVE EF-DEPOSIT-ACCOUNT TO WS-ACCOUNT-IN
	PERFORM MASK-ACCOUNT-NUMBER
	MOVE WS-ACCOUNT-OUT TO EF-DEPOSIT-ACCOUNT.

EXTRACT-RELATIVES.
	MOVE 'relatives.dat' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT relatives
	IF NOT RL-OK
		CLOSE relatives
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-RELATIVES-EXIT
	END-IF
	OPEN OUTPUT MASKED-RELATIVES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE relatives
		GO TO EXTRACT-RELATIVES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO nicknum
	START relatives KEY IS GREATER THAN OR EQUAL TO nicknum
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ relatives NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE nicknum TO WS-SEED
				PERFORM PICK-FAKE-VALUES
				MOVE WS-FAKE-FIRST TO firstname
				MOVE WS-FAKE-LAST TO lastname
				IF birthdate NOT = ZERO
					MOVE WS-BIRTH-NUM TO birthdate
				END-IF
				MOVE person TO MASKED-RELATIVE-RECORD
				WRITE MASKED-RELATIVE-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE relatives
	CLOSE MASKED-RELATIVES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-RELATIVES-EXIT.
	EXIT.

*> employee id to person-id only - copied as it stands
EXTRACT-CONTACTS.
	MOVE 'EMERGENCY-CONTACTS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT EMERGENCY-CONTACTS
	IF NOT EC-OK
		CLOSE EMERGENCY-CONTACTS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-CONTACTS-EXIT
	END-IF
	OPEN OUTPUT MASKED-CONTACTS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE EMERGENCY-CONTACTS
		GO TO EXTRACT-CONTACTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO EC-EMPLOYEE-ID
	START EMERGENCY-CONTACTS
		KEY IS GREATER THAN OR EQUAL TO EC-EMPLOYEE-ID
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ EMERGENCY-CONTACTS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE EMERGENCY-CONTACT-RECORD TO MASKED-CONTACT-RECORD
				WRITE MASKED-CONTACT-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE EMERGENCY-CONTACTS
	CLOSE MASKED-CONTACTS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-CONTACTS-EXIT.
	EXIT.

EXTRACT-STANDING-ORDERS.
	MOVE 'STANDING-ORDERS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT STANDING-ORDERS
	IF NOT FS-STATUS-OK
		CLOSE STANDING-ORDERS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-STANDING-ORDERS-EXIT
	END-IF
	OPEN OUTPUT MASKED-ORDERS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE STANDING-ORDERS
		GO TO EXTRACT-STANDING-ORDERS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO SO-ORDER-NO
	START STANDING-ORDERS KEY IS GREATER THAN OR EQUAL TO SO-ORDER-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ STANDING-ORDERS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE SO-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO SO-ACCOUNT-NO
				MOVE SO-TO-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO SO-TO-ACCOUNT-NO
				MOVE STANDING-ORDER-RECORD TO MASKED-ORDER-RECORD
				WRITE MASKED-ORDER-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE STANDING-ORDERS
	CLOSE MASKED-ORDERS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-STANDING-ORDERS-EXIT.
	EXIT.

EXTRACT-OVERDRAFT-LINKS.
	MOVE 'OVERDRAFT-LINKS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT OVERDRAFT-LINKS
	IF NOT OL-OK
		CLOSE OVERDRAFT-LINKS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-OVERDRAFT-LINKS-EXIT
	END-IF
	OPEN OUTPUT MASKED-LINKS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE OVERDRAFT-LINKS
		GO TO EXTRACT-OVERDRAFT-LINKS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO OL-ACCOUNT-NO
	START OVERDRAFT-LINKS KEY IS GREATER THAN OR EQUAL TO OL-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ OVERDRAFT-LINKS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE OL-FUNDING-ACCOUNT TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO OL-FUNDING-ACCOUNT
				MOVE OL-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO OL-ACCOUNT-NO
				MOVE OVERDRAFT-LINKS-RECORD TO MASKED-LINK-RECORD
				WRITE MASKED-LINK-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-LINKS
	CLOSE MASKED-LINKS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-OVERDRAFT-LINKS-EXIT.
	EXIT.

EXTRACT-OVERDRAFT-FACILITIES.
	MOVE 'OVERDRAFT-FACILITIES.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT OVERDRAFT-FACILITIES
	IF NOT OD-OK
		CLOSE OVERDRAFT-FACILITIES
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-OVERDRAFT-FACILITIES-EXIT
	END-IF
	OPEN OUTPUT MASKED-FACILITIES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE OVERDRAFT-FACILITIES
		GO TO EXTRACT-OVERDRAFT-FACILITIES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO OD-ACCOUNT-NO
	START OVERDRAFT-FACILITIES
		KEY IS GREATER THAN OR EQUAL TO OD-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ OVERDRAFT-FACILITIES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE OD-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO OD-ACCOUNT-NO
				MOVE OVERDRAFT-FACILITY-RECORD TO MASKED-FACILITY-RECORD
				WRITE MASKED-FACILITY-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-FACILITIES
	CLOSE MASKED-FACILITIES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-OVERDRAFT-FACILITIES-EXIT.
	EXIT.

EXTRACT-ACCOUNT-BLOCKS.
	MOVE 'ACCOUNT-BLOCKS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT ACCOUNT-BLOCKS
	IF NOT AB-OK
		CLOSE ACCOUNT-BLOCKS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-ACCOUNT-BLOCKS-EXIT
	END-IF
	OPEN OUTPUT MASKED-BLOCKS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE ACCOUNT-BLOCKS
		GO TO EXTRACT-ACCOUNT-BLOCKS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AB-ACCOUNT-NO
	START ACCOUNT-BLOCKS KEY IS GREATER THAN OR EQUAL TO AB-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-BLOCKS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE AB-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AB-ACCOUNT-NO
				MOVE ACCOUNT-BLOCKS-RECORD TO MASKED-BLOCK-RECORD
				WRITE MASKED-BLOCK-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-BLOCKS
	CLOSE MASKED-BLOCKS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-ACCOUNT-BLOCKS-EXIT.
	EXIT.

EXTRACT-BENEFICIARIES.
	MOVE 'POD-BENEFICIARIES.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT POD-BENEFICIARIES
	IF NOT BN-OK
		CLOSE POD-BENEFICIARIES
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-BENEFICIARIES-EXIT
	END-IF
	OPEN OUTPUT MASKED-BENEFICIARIES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE POD-BENEFICIARIES
		GO TO EXTRACT-BENEFICIARIES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO BN-KEY
	START POD-BENEFICIARIES KEY IS GREATER THAN OR EQUAL TO BN-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ POD-BENEFICIARIES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE BN-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO BN-ACCOUNT-NO
				MOVE POD-BENEFICIARY-RECORD TO MASKED-BENEFICIARY-RECORD
				WRITE MASKED-BENEFICIARY-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE POD-BENEFICIARIES
	CLOSE MASKED-BENEFICIARIES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-BENEFICIARIES-EXIT.
	EXIT.

*> loan numbers are kept; the repayment account is re-issued
EXTRACT-LOANS.
	MOVE 'LOAN-MASTER.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT LOAN-MASTER
	IF NOT LN-OK
		CLOSE LOAN-MASTER
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-LOANS-EXIT
	END-IF
	OPEN OUTPUT MASKED-LOANS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE LOAN-MASTER
		GO TO EXTRACT-LOANS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO LN-LOAN-NO
	START LOAN-MASTER KEY IS GREATER THAN OR EQUAL TO LN-LOAN-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ LOAN-MASTER NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE LN-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO LN-ACCOUNT-NO
				MOVE LOAN-MASTER-RECORD TO MASKED-LOAN-RECORD
				WRITE MASKED-LOAN-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE LOAN-MASTER
	CLOSE MASKED-LOANS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-LOANS-EXIT.
	EXIT.

EXTRACT-TERM-DEPOSITS.
	MOVE 'TERM-DEPOSITS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT TERM-DEPOSITS
	IF NOT TD-OK
		CLOSE TERM-DEPOSITS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-TERM-DEPOSITS-EXIT
	END-IF
	OPEN OUTPUT MASKED-DEPOSITS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE TERM-DEPOSITS
		GO TO EXTRACT-TERM-DEPOSITS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO TD-KEY
	START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ TERM-DEPOSITS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE TD-PAYOUT-ACCOUNT TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO TD-PAYOUT-ACCOUNT
				MOVE TD-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO TD-ACCOUNT-NO
				MOVE TERM-DEPOSIT-RECORD TO MASKED-DEPOSIT-RECORD
				WRITE MASKED-DEPOSIT-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE TERM-DEPOSITS
	CLOSE MASKED-DEPOSITS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-TERM-DEPOSITS-EXIT.
	EXIT.

EXTRACT-STOP-PAYMENTS.
	MOVE 'STOP-PAYMENTS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT STOP-PAYMENTS
	IF NOT SP-OK
		CLOSE STOP-PAYMENTS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-STOP-PAYMENTS-EXIT
	END-IF
	OPEN OUTPUT MASKED-STOPS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE STOP-PAYMENTS
		GO TO EXTRACT-STOP-PAYMENTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO SP-KEY
	START STOP-PAYMENTS KEY IS GREATER THAN OR EQUAL TO SP-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ STOP-PAYMENTS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE SP-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO SP-ACCOUNT-NO
				MOVE STOP-PAYMENT-RECORD TO MASKED-STOP-RECORD
				WRITE MASKED-STOP-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE STOP-PAYMENTS
	CLOSE MASKED-STOPS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-STOP-PAYMENTS-EXIT.
	EXIT.

EXTRACT-CHEQUEBOOKS.
	MOVE 'CHEQUEBOOKS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT CHEQUEBOOKS
	IF NOT CB-OK
		CLOSE CHEQUEBOOKS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-CHEQUEBOOKS-EXIT
	END-IF
	OPEN OUTPUT MASKED-CHEQUEBOOKS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE CHEQUEBOOKS
		GO TO EXTRACT-CHEQUEBOOKS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO CB-KEY
	START CHEQUEBOOKS KEY IS GREATER THAN OR EQUAL TO CB-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ CHEQUEBOOKS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE CB-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO CB-ACCOUNT-NO
				MOVE CHEQUEBOOK-RECORD TO MASKED-CHEQUEBOOK-RECORD
				WRITE MASKED-CHEQUEBOOK-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CHEQUEBOOKS
	CLOSE MASKED-CHEQUEBOOKS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-CHEQUEBOOKS-EXIT.
	EXIT.

EXTRACT-CLOSURES.
	MOVE 'ACCOUNT-CLOSURES.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT ACCOUNT-CLOSURES
	IF NOT AC-OK
		CLOSE ACCOUNT-CLOSURES
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-CLOSURES-EXIT
	END-IF
	OPEN OUTPUT MASKED-CLOSURES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE ACCOUNT-CLOSURES
		GO TO EXTRACT-CLOSURES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AC-ACCOUNT-NO
	START ACCOUNT-CLOSURES KEY IS GREATER THAN OR EQUAL TO AC-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-CLOSURES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE AC-PAYOUT-ACCOUNT TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AC-PAYOUT-ACCOUNT
				MOVE AC-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO AC-ACCOUNT-NO
				MOVE ACCOUNT-CLOSURE-RECORD TO MASKED-CLOSURE-RECORD
				WRITE MASKED-CLOSURE-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-CLOSURES
	CLOSE MASKED-CLOSURES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-CLOSURES-EXIT.
	EXIT.

*> the case key is the disputed item's history key, re-issued the
*> same way so it still finds the item
EXTRACT-DISPUTES.
	MOVE 'DISPUTE-CASES.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT DISPUTE-CASES
	IF NOT DP-OK
		CLOSE DISPUTE-CASES
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-DISPUTES-EXIT
	END-IF
	OPEN OUTPUT MASKED-DISPUTES
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE DISPUTE-CASES
		GO TO EXTRACT-DISPUTES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO DP-KEY
	START DISPUTE-CASES KEY IS GREATER THAN OR EQUAL TO DP-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ DISPUTE-CASES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE DP-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO DP-ACCOUNT-NO
				MOVE DISPUTE-CASE-RECORD TO MASKED-DISPUTE-RECORD
				WRITE MASKED-DISPUTE-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE DISPUTE-CASES
	CLOSE MASKED-DISPUTES
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-DISPUTES-EXIT.
	EXIT.

EXTRACT-SWEEPS.
	MOVE 'OVERDRAFT-SWEEPS.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT OVERDRAFT-SWEEPS
	IF NOT FS-STATUS-OK
		CLOSE OVERDRAFT-SWEEPS
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-SWEEPS-EXIT
	END-IF
	OPEN OUTPUT MASKED-SEQUENTIAL
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE OVERDRAFT-SWEEPS
		GO TO EXTRACT-SWEEPS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	READ OVERDRAFT-SWEEPS
		AT END SET SCAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL SCAN-EOF
		ADD 1 TO WS-RECORD-COUNT
		MOVE OS-ACCOUNT-NO TO WS-ACCOUNT-IN
		PERFORM MASK-ACCOUNT-NUMBER
		MOVE WS-ACCOUNT-OUT TO OS-ACCOUNT-NO
		MOVE OS-FUNDING-ACCOUNT TO WS-ACCOUNT-IN
		PERFORM MASK-ACCOUNT-NUMBER
		MOVE WS-ACCOUNT-OUT TO OS-FUNDING-ACCOUNT
		MOVE SPACES TO MASKED-SEQUENTIAL-RECORD
		WRITE MASKED-SEQUENTIAL-RECORD FROM OVERDRAFT-SWEEP-RECORD
		READ OVERDRAFT-SWEEPS
			AT END SET SCAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-SWEEPS
	CLOSE MASKED-SEQUENTIAL
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-SWEEPS-EXIT.
	EXIT.

EXTRACT-ACCRUALS.
	MOVE 'INTEREST-ACCRUED.DAT' TO WS-TARGET-FILE
	PERFORM SET-TARGET-NAME
	OPEN INPUT INTEREST-ACCRUED
	IF NOT IA-OK
		CLOSE INTEREST-ACCRUED
		PERFORM REPORT-FILE-SKIPPED
		GO TO EXTRACT-ACCRUALS-EXIT
	END-IF
	OPEN OUTPUT MASKED-ACCRUALS
	IF NOT MK-OK
		PERFORM REPORT-TARGET-FAILED
		CLOSE INTEREST-ACCRUED
		GO TO EXTRACT-ACCRUALS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO IA-ACCOUNT-NO
	START INTEREST-ACCRUED KEY IS GREATER THAN OR EQUAL TO IA-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ INTEREST-ACCRUED NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE IA-ACCOUNT-NO TO WS-ACCOUNT-IN
				PERFORM MASK-ACCOUNT-NUMBER
				MOVE WS-ACCOUNT-OUT TO IA-ACCOUNT-NO
				MOVE INTEREST-ACCRUED-RECORD TO MASKED-ACCRUAL-RECORD
				WRITE MASKED-ACCRUAL-RECORD
					INVALID KEY PERFORM REPORT-KEY-CLASH
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE INTEREST-ACCRUED
	CLOSE MASKED-ACCRUALS
	PERFORM REPORT-FILE-WRITTEN.
EXTRACT-ACCRUALS-EXIT.
	EXIT.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
