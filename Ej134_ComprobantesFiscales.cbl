*> Purpose: Year-end employee tax slips from YTD-ARCHIVE
*>
*> The PAYROLL_YEAR_END=Y run of SeniorTestProgram archives each
*> employee's closing YTD figures to YTD-ARCHIVE.DAT, and HR used to
*> type every tax slip by hand from them. This reads the archived
*> year (TAX_SLIP_YEAR, default the latest year on the archive),
*> builds one slip per EmployeeID - two archive records for the same
*> employee and year are combined - and proves the slip totals back
*> to the archive's own totals before anything is released. On a
*> difference nothing is written but TAX-SUMMARY.RPT with the
*> reconciliation, and the step exits 8.
*>
*> Released, it prints TAX-SLIPS.PRT - one slip per employee with the
*> home address off EMPLOYEE-ADDRESS, gross employment income, tax
*> withheld and the province of employment, benefits deductions and
*> garnishments - writes the government summary (totals and tax by
*> province) to TAX-SUMMARY.RPT, and the electronic filing extract
*> TAX-SLIPS-EFILE.DAT (header, one detail per slip, trailer with
*> the count and totals; employer number from the TAX-EMPLOYER-NUMBER
*> parameter). A slip whose employee has no home address on file is
*> still filed but held from the print run and listed on the summary.
*>
*> Mod history:
*> 24.11.19 AN - initial version.
*> 24.12.09 AN - the EMPLOYEE.DAT FD carries the pay frequency byte the
*>               master gained with the hourly rate, so the record
*>               length matches the 103-byte master again.
*> 24.12.09 AN - an unreadable YTD-ARCHIVE.DAT when the slips are built
*>               stops the run with RETURN-CODE 8 instead of filing an
*>               empty year.

IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-SLIPS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT YTD-ARCHIVE-FILE ASSIGN TO 'YTD-ARCHIVE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SLIP-PRINT ASSIGN TO 'TAX-SLIPS.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SLIP-SUMMARY ASSIGN TO 'TAX-SUMMARY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SLIP-EFILE ASSIGN TO 'TAX-SLIPS-EFILE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY EMPLOYEE-ADDRESS-SELECT.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
FD YTD-ARCHIVE-FILE.
01 YTD-ARCHIVE-RECORD.
	05 YA-YEAR PIC 9(4).
	05 YA-EMPLOYEE-ID PIC 9(5).
	05 YA-GROSS PIC 9(9)V99.
	05 YA-TAX-WITHHOLDING PIC 9(7)V99.
	05 YA-BENEFITS-DEDUCTION PIC 9(7)V99.
	05 YA-NET PIC 9(9)V99.
	05 YA-PERIODS-PAID PIC 9(3).
	05 YA-GARNISH-DEDUCTION PIC 9(7)V99.
	05 YA-PROVINCE PIC X(2).

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

FD SLIP-PRINT.
01 SLIP-PRINT-LINE PIC X(60).

FD SLIP-SUMMARY.
01 SLIP-SUMMARY-LINE PIC X(100).

FD SLIP-EFILE.
01 EFILE-DETAIL-RECORD.
	05 EF-RECORD-TYPE PIC X.
	05 EF-TAX-YEAR PIC 9(4).
	05 EF-SLIP-EMPLOYEE-ID PIC 9(5).
	05 EF-SLIP-NAME PIC X(30).
	05 EF-SLIP-PROVINCE PIC X(2).
	05 EF-SLIP-GROSS PIC 9(9)V99.
	05 EF-SLIP-TAX PIC 9(7)V99.
	05 EF-SLIP-BENEFITS PIC 9(7)V99.
	05 EF-SLIP-GARNISH PIC 9(7)V99.
01 EFILE-HEADER-RECORD REDEFINES EFILE-DETAIL-RECORD.
	05 EH-RECORD-TYPE PIC X.
	05 EH-TAX-YEAR PIC 9(4).
	05 EH-EMPLOYER-NUMBER PIC 9(9).
	05 EH-CREATED-DATE PIC 9(8).
	05 FILLER PIC X(58).
01 EFILE-TRAILER-RECORD REDEFINES EFILE-DETAIL-RECORD.
	05 ET-RECORD-TYPE PIC X.
	05 ET-SLIP-COUNT PIC 9(7).
	05 ET-GROSS-TOTAL PIC 9(11)V99.
	05 ET-TAX-TOTAL PIC 9(11)V99.
	05 ET-BENEFITS-TOTAL PIC 9(11)V99.
	05 ET-GARNISH-TOTAL PIC 9(11)V99.
	05 FILLER PIC X(20).

COPY EMPLOYEE-ADDRESS-FD.

COPY PARAM-FD.

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
COPY EMPLOYEE-ADDRESS-STATUS.
01 WS-ADDRESSES-FLAG PIC X VALUE 'N'.
	88 ADDRESSES-AVAILABLE VALUE 'Y'.
01 WS-YEAR-TEXT PIC X(4) VALUE SPACES.
01 WS-TAX-YEAR PIC 9(4) VALUE ZERO.
01 WS-EMPLOYER-NUMBER PIC 9(9) VALUE ZERO.
01 WS-TODAY-DATE PIC 9(8).
*> the employee file, for the name on each slip
01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
01 WS-EMP-TABLE.
	05 WS-EMP-ENTRY OCCURS 1000 TIMES.
		10 WS-EMP-ID PIC 9(5).
		10 WS-EMP-NAME PIC X(30).
01 WS-EMP-SUB PIC 9(4).
*> one slip per employee for the year, built from the archive
01 WS-SLIP-COUNT PIC 9(4) VALUE ZERO.
01 WS-SLIP-TABLE.
	05 WS-SLIP-ENTRY OCCURS 1000 TIMES.
		10 WS-SLIP-ID PIC 9(5).
		10 WS-SLIP-PROVINCE PIC X(2).
		10 WS-SLIP-GROSS PIC 9(9)V99.
		10 WS-SLIP-TAX PIC 9(9)V99.
		10 WS-SLIP-BENEFITS PIC 9(9)V99.
		10 WS-SLIP-GARNISH PIC 9(9)V99.
01 WS-SLIP-SUB PIC 9(4).
01 WS-SLIP-FOUND PIC 9(4).
01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
*> the archive's own totals for the year, and the slips' totals
01 WS-ARCHIVE-RECORDS PIC 9(7) VALUE ZERO.
01 WS-ARCHIVE-GROSS PIC 9(11)V99 VALUE ZERO.
01 WS-ARCHIVE-TAX PIC 9(11)V99 VALUE ZERO.
01 WS-ARCHIVE-BENEFITS PIC 9(11)V99 VALUE ZERO.
01 WS-ARCHIVE-GARNISH PIC 9(11)V99 VALUE ZERO.
01 WS-SLIPS-GROSS PIC 9(11)V99 VALUE ZERO.
01 WS-SLIPS-TAX PIC 9(11)V99 VALUE ZERO.
01 WS-SLIPS-BENEFITS PIC 9(11)V99 VALUE ZERO.
01 WS-SLIPS-GARNISH PIC 9(11)V99 VALUE ZERO.
01 WS-RECONCILED-FLAG PIC X VALUE 'Y'.
	88 SLIPS-RECONCILED VALUE 'Y'.
*> tax withheld by province for the government summary
01 WS-PROV-COUNT PIC 9(2) VALUE ZERO.
01 WS-PROV-TABLE.
	05 WS-PROV-ENTRY OCCURS 20 TIMES.
		10 WS-PROV-CODE PIC X(2).
		10 WS-PROV-SLIPS PIC 9(5).
		10 WS-PROV-GROSS PIC 9(11)V99.
		10 WS-PROV-TAX PIC 9(11)V99.
01 WS-PROV-SUB PIC 9(2).
01 WS-PROV-FOUND PIC 9(2).
01 WS-PRINTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-SLIP-NAME PIC X(30).
01 WS-SLIP-RULE PIC X(60) VALUE ALL '='.
01 WS-SLIP-CAPTION.
	05 SC-LABEL PIC X(28).
	05 SC-TEXT PIC X(32).
01 WS-SLIP-MONEY.
	05 SM-LABEL PIC X(28).
	05 SM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-RECON-LINE.
	05 RC-LABEL PIC X(22).
	05 RC-ARCHIVE PIC Z,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RC-SLIPS PIC Z,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RC-RESULT PIC X(10).
01 WS-PROVINCE-LINE.
	05 FILLER PIC X(10) VALUE 'PROVINCE  '.
	05 PV-CODE PIC X(2).
	05 FILLER PIC X(9) VALUE '  SLIPS '.
	05 PV-SLIPS PIC ZZ,ZZ9.
	05 FILLER PIC X(9) VALUE '  GROSS '.
	05 PV-GROSS PIC Z,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(7) VALUE '  TAX '.
	05 PV-TAX PIC Z,ZZZ,ZZZ,ZZ9.99.
COPY PARAM-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TAX-SLIPS' TO EL-CALLING-PROGRAM.
	MOVE 'TAX-SLIPS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE 'TAX-EMPLOYER-NUMBER' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-EMPLOYER-NUMBER
	END-IF
	ACCEPT WS-YEAR-TEXT FROM ENVIRONMENT 'TAX_SLIP_YEAR'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	IF WS-YEAR-TEXT IS NUMERIC
		MOVE WS-YEAR-TEXT TO WS-TAX-YEAR
	ELSE
		PERFORM FIND-LATEST-YEAR
	END-IF.
	IF WS-TAX-YEAR = ZERO
		DISPLAY 'No archived year on YTD-ARCHIVE.DAT - no slips'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF.
	DISPLAY 'Tax slips for ' WS-TAX-YEAR.
	PERFORM LOAD-EMPLOYEE-TABLE.
	PERFORM BUILD-SLIP-TABLE.
	PERFORM RECONCILE-SLIPS.
	OPEN OUTPUT SLIP-SUMMARY.
	MOVE SPACES TO SLIP-SUMMARY-LINE
	STRING 'EMPLOYEE TAX SLIPS - SUMMARY FOR ' WS-TAX-YEAR
		'  EMPLOYER ' WS-EMPLOYER-NUMBER
		'  RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO SLIP-SUMMARY-LINE
	WRITE SLIP-SUMMARY-LINE
	PERFORM WRITE-RECONCILIATION.
	IF NOT SLIPS-RECONCILED
		MOVE 'SLIPS DO NOT AGREE WITH YTD-ARCHIVE - NOTHING RELEASED'
			TO SLIP-SUMMARY-LINE
		WRITE SLIP-SUMMARY-LINE
		CLOSE SLIP-SUMMARY
		DISPLAY '*** Tax slips do not reconcile to YTD-ARCHIVE - '
			'nothing released'
		MOVE 'YTD-ARCHIVE.DAT' TO EL-TRACKED-RESOURCE
		MOVE 'tax slips do not reconcile to archive' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		MOVE 8 TO RETURN-CODE
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF.
	OPEN INPUT EMPLOYEE-ADDRESS.
	IF EA-OK
		SET ADDRESSES-AVAILABLE TO TRUE
	ELSE
		DISPLAY 'Warning: EMPLOYEE-ADDRESS not available - '
			'every slip is held from the print run'
		CLOSE EMPLOYEE-ADDRESS
	END-IF.
	OPEN OUTPUT SLIP-PRINT.
	OPEN OUTPUT SLIP-EFILE.
	PERFORM WRITE-EFILE-HEADER.
	MOVE 'SLIPS HELD - NO HOME ADDRESS ON FILE' TO SLIP-SUMMARY-LINE
	WRITE SLIP-SUMMARY-LINE
	PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
		UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
		PERFORM ISSUE-ONE-SLIP
	END-PERFORM.
	PERFORM WRITE-EFILE-TRAILER.
	PERFORM WRITE-GOVERNMENT-SUMMARY.
	CLOSE SLIP-PRINT.
	CLOSE SLIP-EFILE.
	CLOSE SLIP-SUMMARY.
	IF ADDRESSES-AVAILABLE
		CLOSE EMPLOYEE-ADDRESS
	END-IF.
	MOVE WS-SLIP-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-HELD-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	DISPLAY 'Tax slips ' WS-TAX-YEAR ': ' WS-SLIP-COUNT ' filed, '
		WS-PRINTED-COUNT ' printed, ' WS-HELD-COUNT
		' held for address'.
	STOP RUN.

*> with no year asked for, the latest year on the archive is the one
*> just closed
FIND-LATEST-YEAR.
	OPEN INPUT YTD-ARCHIVE-FILE
	IF NOT FS-STATUS-OK
		CLOSE YTD-ARCHIVE-FILE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	READ YTD-ARCHIVE-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF YA-YEAR IS NUMERIC AND YA-YEAR > WS-TAX-YEAR
			MOVE YA-YEAR TO WS-TAX-YEAR
		END-IF
		READ YTD-ARCHIVE-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE YTD-ARCHIVE-FILE.

LOAD-EMPLOYEE-TABLE.
	OPEN INPUT EMPLOYEE-FILE
	IF NOT FS-STATUS-OK
		DISPLAY 'EMPLOYEE.DAT not found - slips go out without names'
		CLOSE EMPLOYEE-FILE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	READ EMPLOYEE-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF WS-EMP-COUNT < 1000
			ADD 1 TO WS-EMP-COUNT
			MOVE EF-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
			MOVE EF-EMPLOYEE-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
		ELSE
			DISPLAY 'Employee table full - record dropped'
		END-IF
		READ EMPLOYEE-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE.

*> the archive's totals are taken as each record is read, before the
*> record goes anywhere near the slip table, so anything the table
*> loses shows up in the reconciliation
BUILD-SLIP-TABLE.
	OPEN INPUT YTD-ARCHIVE-FILE
	MOVE 'OPEN YTD-ARCHIVE' TO FS-LAST-OPERATION
	IF NOT FS-STATUS-OK
		PERFORM CHECK-FILE-STATUS
		CLOSE YTD-ARCHIVE-FILE
		DISPLAY '*** YTD-ARCHIVE.DAT cannot be read - no slips for '
			WS-TAX-YEAR
		MOVE 'YTD-ARCHIVE.DAT' TO EL-TRACKED-RESOURCE
		MOVE 'archive not readable for tax slips' TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		MOVE 8 TO RETURN-CODE
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	MOVE 'N' TO WS-EOF
	READ YTD-ARCHIVE-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF YA-YEAR = WS-TAX-YEAR
			ADD 1 TO JS-RECORDS-READ
			ADD 1 TO WS-ARCHIVE-RECORDS
			ADD YA-GROSS TO WS-ARCHIVE-GROSS
			ADD YA-TAX-WITHHOLDING TO WS-ARCHIVE-TAX
			ADD YA-BENEFITS-DEDUCTION TO WS-ARCHIVE-BENEFITS
			ADD YA-GARNISH-DEDUCTION TO WS-ARCHIVE-GARNISH
			PERFORM ADD-TO-SLIP
		END-IF
		READ YTD-ARCHIVE-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE YTD-ARCHIVE-FILE.

ADD-TO-SLIP.
	MOVE ZERO TO WS-SLIP-FOUND
	PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
		UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
		IF WS-SLIP-ID(WS-SLIP-SUB) = YA-EMPLOYEE-ID
			MOVE WS-SLIP-SUB TO WS-SLIP-FOUND
		END-IF
	END-PERFORM
	IF WS-SLIP-FOUND = ZERO
		IF WS-SLIP-COUNT < 1000
			ADD 1 TO WS-SLIP-COUNT
			MOVE WS-SLIP-COUNT TO WS-SLIP-FOUND
			MOVE YA-EMPLOYEE-ID TO WS-SLIP-ID(WS-SLIP-FOUND)
			MOVE ZERO TO WS-SLIP-GROSS(WS-SLIP-FOUND)
				WS-SLIP-TAX(WS-SLIP-FOUND)
				WS-SLIP-BENEFITS(WS-SLIP-FOUND)
				WS-SLIP-GARNISH(WS-SLIP-FOUND)
		ELSE
			ADD 1 TO WS-DROPPED-COUNT
			DISPLAY 'Slip table full - employee ' YA-EMPLOYEE-ID
				' dropped'
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE YA-PROVINCE TO WS-SLIP-PROVINCE(WS-SLIP-FOUND)
	ADD YA-GROSS TO WS-SLIP-GROSS(WS-SLIP-FOUND)
	ADD YA-TAX-WITHHOLDING TO WS-SLIP-TAX(WS-SLIP-FOUND)
	ADD YA-BENEFITS-DEDUCTION TO WS-SLIP-BENEFITS(WS-SLIP-FOUND)
	ADD YA-GARNISH-DEDUCTION TO WS-SLIP-GARNISH(WS-SLIP-FOUND).

RECONCILE-SLIPS.
	PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
		UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
		ADD WS-SLIP-GROSS(WS-SLIP-SUB) TO WS-SLIPS-GROSS
		ADD WS-SLIP-TAX(WS-SLIP-SUB) TO WS-SLIPS-TAX
		ADD WS-SLIP-BENEFITS(WS-SLIP-SUB) TO WS-SLIPS-BENEFITS
		ADD WS-SLIP-GARNISH(WS-SLIP-SUB) TO WS-SLIPS-GARNISH
	END-PERFORM
	IF WS-SLIPS-GROSS NOT = WS-ARCHIVE-GROSS
		OR WS-SLIPS-TAX NOT = WS-ARCHIVE-TAX
		OR WS-SLIPS-BENEFITS NOT = WS-ARCHIVE-BENEFITS
		OR WS-SLIPS-GARNISH NOT = WS-ARCHIVE-GARNISH
		OR WS-DROPPED-COUNT NOT = ZERO
		MOVE 'N' TO WS-RECONCILED-FLAG
	END-IF.

WRITE-RECONCILIATION.
	MOVE SPACES TO SLIP-SUMMARY-LINE
	STRING 'RECONCILIATION TO YTD-ARCHIVE: ' WS-ARCHIVE-RECORDS
		' ARCHIVE RECORDS, ' WS-SLIP-COUNT ' SLIPS'
		DELIMITED BY SIZE INTO SLIP-SUMMARY-LINE
	WRITE SLIP-SUMMARY-LINE
	MOVE 'GROSS INCOME' TO RC-LABEL
	MOVE WS-ARCHIVE-GROSS TO RC-ARCHIVE
	MOVE WS-SLIPS-GROSS TO RC-SLIPS
	PERFORM WRITE-ONE-RECON-LINE
	MOVE 'TAX WITHHELD' TO RC-LABEL
	MOVE WS-ARCHIVE-TAX TO RC-ARCHIVE
	MOVE WS-SLIPS-TAX TO RC-SLIPS
	PERFORM WRITE-ONE-RECON-LINE
	MOVE 'BENEFITS DEDUCTIONS' TO RC-LABEL
	MOVE WS-ARCHIVE-BENEFITS TO RC-ARCHIVE
	MOVE WS-SLIPS-BENEFITS TO RC-SLIPS
	PERFORM WRITE-ONE-RECON-LINE
	MOVE 'GARNISHMENTS' TO RC-LABEL
	MOVE WS-ARCHIVE-GARNISH TO RC-ARCHIVE
	MOVE WS-SLIPS-GARNISH TO RC-SLIPS
	PERFORM WRITE-ONE-RECON-LINE.

WRITE-ONE-RECON-LINE.
	IF RC-ARCHIVE = RC-SLIPS
		MOVE 'AGREES' TO RC-RESULT
	ELSE
		MOVE 'DIFFERS' TO RC-RESULT
	END-IF
	WRITE SLIP-SUMMARY-LINE FROM WS-RECON-LINE.

*> every slip is filed; only a slip with an address to mail it to is
*> printed
ISSUE-ONE-SLIP.
	MOVE 'NAME NOT ON EMPLOYEE FILE' TO WS-SLIP-NAME
	PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
		UNTIL WS-EMP-SUB > WS-EMP-COUNT
		IF WS-EMP-ID(WS-EMP-SUB) = WS-SLIP-ID(WS-SLIP-SUB)
			MOVE WS-EMP-NAME(WS-EMP-SUB) TO WS-SLIP-NAME
		END-IF
	END-PERFORM
	PERFORM WRITE-EFILE-DETAIL
	PERFORM ADD-TO-PROVINCE
	MOVE 'N' TO EA-FILE-STATUS
	IF ADDRESSES-AVAILABLE
		MOVE WS-SLIP-ID(WS-SLIP-SUB) TO EA-EMPLOYEE-ID
		READ EMPLOYEE-ADDRESS
			INVALID KEY
				CONTINUE
		END-READ
	END-IF
	IF EA-OK
		PERFORM PRINT-ONE-SLIP
	ELSE
		ADD 1 TO WS-HELD-COUNT
		MOVE SPACES TO SLIP-SUMMARY-LINE
		STRING '  ' WS-SLIP-ID(WS-SLIP-SUB) '  ' WS-SLIP-NAME
			DELIMITED BY SIZE INTO SLIP-SUMMARY-LINE
		WRITE SLIP-SUMMARY-LINE
	END-IF.

PRINT-ONE-SLIP.
	ADD 1 TO WS-PRINTED-COUNT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-RULE
	MOVE SPACES TO WS-SLIP-CAPTION
	MOVE 'STATEMENT OF REMUNERATION' TO SC-LABEL
	STRING 'TAX YEAR ' WS-TAX-YEAR
		DELIMITED BY SIZE INTO SC-TEXT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-CAPTION
	MOVE SPACES TO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE
	MOVE WS-SLIP-NAME TO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE
	MOVE SPACES TO SLIP-PRINT-LINE
	STRING EA-STREET DELIMITED BY '  '
		' ' EA-APT DELIMITED BY '  '
		INTO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE
	MOVE SPACES TO SLIP-PRINT-LINE
	STRING EA-CITY DELIMITED BY '  '
		' ' EA-PROVINCE '  ' EA-POSTAL-CODE DELIMITED BY SIZE
		INTO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE
	MOVE SPACES TO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE
	MOVE SPACES TO WS-SLIP-CAPTION
	MOVE 'EMPLOYEE ID' TO SC-LABEL
	MOVE WS-SLIP-ID(WS-SLIP-SUB) TO SC-TEXT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-CAPTION
	MOVE 'EMPLOYER NUMBER' TO SC-LABEL
	MOVE WS-EMPLOYER-NUMBER TO SC-TEXT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-CAPTION
	MOVE 'PROVINCE OF EMPLOYMENT' TO SC-LABEL
	MOVE WS-SLIP-PROVINCE(WS-SLIP-SUB) TO SC-TEXT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-CAPTION
	MOVE 'EMPLOYMENT INCOME' TO SM-LABEL
	MOVE WS-SLIP-GROSS(WS-SLIP-SUB) TO SM-AMOUNT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-MONEY
	MOVE 'INCOME TAX WITHHELD' TO SM-LABEL
	MOVE WS-SLIP-TAX(WS-SLIP-SUB) TO SM-AMOUNT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-MONEY
	MOVE 'BENEFITS DEDUCTIONS' TO SM-LABEL
	MOVE WS-SLIP-BENEFITS(WS-SLIP-SUB) TO SM-AMOUNT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-MONEY
	MOVE 'GARNISHMENTS' TO SM-LABEL
	MOVE WS-SLIP-GARNISH(WS-SLIP-SUB) TO SM-AMOUNT
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-MONEY
	WRITE SLIP-PRINT-LINE FROM WS-SLIP-RULE
	MOVE SPACES TO SLIP-PRINT-LINE
	WRITE SLIP-PRINT-LINE.

ADD-TO-PROVINCE.
	MOVE ZERO TO WS-PROV-FOUND
	PERFORM VARYING WS-PROV-SUB FROM 1 BY 1
		UNTIL WS-PROV-SUB > WS-PROV-COUNT
		IF WS-PROV-CODE(WS-PROV-SUB) = WS-SLIP-PROVINCE(WS-SLIP-SUB)
			MOVE WS-PROV-SUB TO WS-PROV-FOUND
		END-IF
	END-PERFORM
	IF WS-PROV-FOUND = ZERO
		IF WS-PROV-COUNT < 20
			ADD 1 TO WS-PROV-COUNT
			MOVE WS-PROV-COUNT TO WS-PROV-FOUND
			MOVE WS-SLIP-PROVINCE(WS-SLIP-SUB)
				TO WS-PROV-CODE(WS-PROV-FOUND)
			MOVE ZERO TO WS-PROV-SLIPS(WS-PROV-FOUND)
				WS-PROV-GROSS(WS-PROV-FOUND)
				WS-PROV-TAX(WS-PROV-FOUND)
		ELSE
			DISPLAY 'Province table full - '
				WS-SLIP-PROVINCE(WS-SLIP-SUB)
				' left out of the summary'
			EXIT PARAGRAPH
		END-IF
	END-IF
	ADD 1 TO WS-PROV-SLIPS(WS-PROV-FOUND)
	ADD WS-SLIP-GROSS(WS-SLIP-SUB) TO WS-PROV-GROSS(WS-PROV-FOUND)
	ADD WS-SLIP-TAX(WS-SLIP-SUB) TO WS-PROV-TAX(WS-PROV-FOUND).

*> the summary return the government gets with the filing: totals
*> for the year and the tax withheld in each province
WRITE-GOVERNMENT-SUMMARY.
	MOVE SPACES TO SLIP-SUMMARY-LINE
	WRITE SLIP-SUMMARY-LINE
	MOVE SPACES TO SLIP-SUMMARY-LINE
	STRING 'SUMMARY RETURN ' WS-TAX-YEAR
		'  SLIPS FILED: ' WS-SLIP-COUNT
		'  PRINTED: ' WS-PRINTED-COUNT
		'  HELD: ' WS-HELD-COUNT
		DELIMITED BY SIZE INTO SLIP-SUMMARY-LINE
	WRITE SLIP-SUMMARY-LINE
	MOVE SPACES TO WS-RECON-LINE
	MOVE 'TOTAL EMPLOYMENT INC.' TO RC-LABEL
	MOVE WS-SLIPS-GROSS TO RC-ARCHIVE
	WRITE SLIP-SUMMARY-LINE FROM WS-RECON-LINE
	MOVE 'TOTAL TAX WITHHELD' TO RC-LABEL
	MOVE WS-SLIPS-TAX TO RC-ARCHIVE
	WRITE SLIP-SUMMARY-LINE FROM WS-RECON-LINE
	MOVE 'TOTAL BENEFITS' TO RC-LABEL
	MOVE WS-SLIPS-BENEFITS TO RC-ARCHIVE
	WRITE SLIP-SUMMARY-LINE FROM WS-RECON-LINE
	MOVE 'TOTAL GARNISHMENTS' TO RC-LABEL
	MOVE WS-SLIPS-GARNISH TO RC-ARCHIVE
	WRITE SLIP-SUMMARY-LINE FROM WS-RECON-LINE
	PERFORM VARYING WS-PROV-SUB FROM 1 BY 1
		UNTIL WS-PROV-SUB > WS-PROV-COUNT
		MOVE WS-PROV-CODE(WS-PROV-SUB) TO PV-CODE
		MOVE WS-PROV-SLIPS(WS-PROV-SUB) TO PV-SLIPS
		MOVE WS-PROV-GROSS(WS-PROV-SUB) TO PV-GROSS
		MOVE WS-PROV-TAX(WS-PROV-SUB) TO PV-TAX
		WRITE SLIP-SUMMARY-LINE FROM WS-PROVINCE-LINE
	END-PERFORM.

WRITE-EFILE-HEADER.
	MOVE SPACES TO EFILE-HEADER-RECORD
	MOVE 'H' TO EH-RECORD-TYPE
	MOVE WS-TAX-YEAR TO EH-TAX-YEAR
	MOVE WS-EMPLOYER-NUMBER TO EH-EMPLOYER-NUMBER
	MOVE WS-TODAY-DATE TO EH-CREATED-DATE
	WRITE EFILE-HEADER-RECORD.

WRITE-EFILE-DETAIL.
	MOVE 'D' TO EF-RECORD-TYPE
	MOVE WS-TAX-YEAR TO EF-TAX-YEAR
	MOVE WS-SLIP-ID(WS-SLIP-SUB) TO EF-SLIP-EMPLOYEE-ID
	MOVE WS-SLIP-NAME TO EF-SLIP-NAME
	MOVE WS-SLIP-PROVINCE(WS-SLIP-SUB) TO EF-SLIP-PROVINCE
	MOVE WS-SLIP-GROSS(WS-SLIP-SUB) TO EF-SLIP-GROSS
	MOVE WS-SLIP-TAX(WS-SLIP-SUB) TO EF-SLIP-TAX
	MOVE WS-SLIP-BENEFITS(WS-SLIP-SUB) TO EF-SLIP-BENEFITS
	MOVE WS-SLIP-GARNISH(WS-SLIP-SUB) TO EF-SLIP-GARNISH
	WRITE EFILE-DETAIL-RECORD.

WRITE-EFILE-TRAILER.
	MOVE SPACES TO EFILE-TRAILER-RECORD
	MOVE 'T' TO ET-RECORD-TYPE
	MOVE WS-SLIP-COUNT TO ET-SLIP-COUNT
	MOVE WS-SLIPS-GROSS TO ET-GROSS-TOTAL
	MOVE WS-SLIPS-TAX TO ET-TAX-TOTAL
	MOVE WS-SLIPS-BENEFITS TO ET-BENEFITS-TOTAL
	MOVE WS-SLIPS-GARNISH TO ET-GARNISH-TOTAL
	WRITE EFILE-TRAILER-RECORD.

COPY PARAM-FETCH.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
