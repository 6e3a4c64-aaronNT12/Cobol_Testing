*> Purpose: Monthly sales analysis - month, last year and year to date
*>
*> What we sell is on two files - the taxed sales history and the
*> invoice register - and until now only the commission run and the
*> tax return read either. On the first of the month (or any day with
*> SALES_PERIOD=yyyymm naming the month wanted) this prints the sales
*> trend for the month just ended on SALES-ANALYSIS.RPT, four ways:
*>
*>   salesperson  SALES-TAXED-HISTORY.DAT taxable base by the
*>                EmployeeID the sale carries, named from EMPLOYEE.DAT
*>   province     SALES-TAXED-HISTORY.DAT taxable base by province of
*>                sale
*>   customer     INVOICE-BILLED.DAT invoice totals before tax by the
*>                customer on the trailer, named from CUSTOMER-MASTER;
*>                a credit note ('R' trailer) counts against the
*>                customer in the month it was issued
*>   product      INVOICE-BILLED.DAT line amounts by product code,
*>                described from PRODUCTO-MASTER, credit-note lines
*>                netted off; only the SALES-TOP-PRODUCTS (default 10)
*>                best sellers of the month are listed
*>
*> Each line shows the month, the same month last year, the year to
*> date and last year's year to the same month, with the growth over
*> last year as a percentage ('NEW' where last year had nothing).
*> Every section is ranked by the month's sales. Lines written before
*> invoices carried a product code count for the customer but are
*> left out of the product ranking. The run only reads, and both
*> files are permanent - the tax batch starts SALES-TAXED.DAT over each
*> run but keeps every sale it taxes on the history, and the billing
*> extract appends to INVOICE-BILLED.DAT - so an earlier month reruns
*> with the same figures. Sales taxed before the history was kept are
*> not on it.
*>
*> Mod history:
*> 24.12.09 AN - the EMPLOYEE.DAT FD is padded out to the full 103-byte
*>               master record behind the id and name it reads.
*> 24.12.08 AN - the salesperson and province sections read the
*>               permanent SALES-TAXED-HISTORY.DAT instead of
*>               SALES-TAXED.DAT, which holds only the tax batch's
*>               last run and left last year's and the year-to-date
*>               columns short.
*> 24.12.01 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SALES-ANALYSIS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY SALES-HISTORY-SELECT.
	SELECT OPTIONAL INVOICE-BILLED-FILE ASSIGN TO 'INVOICE-BILLED.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IB-FILE-STATUS.
	SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EF-FILE-STATUS.
	COPY CUSTOMER-MASTER-SELECT.
	COPY PRODUCTO-MASTER-SELECT.
	SELECT ANALYSIS-REPORT ASSIGN TO 'SALES-ANALYSIS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY SALES-HISTORY-FD.

FD INVOICE-BILLED-FILE.
01 INVOICE-BILLED-RECORD.
	05 IO-RECORD-TYPE PIC X.
	05 IO-INVOICE-NO PIC 9(6).
	05 IO-QUANTITY PIC 9(5).
	05 IO-UNIT-PRICE PIC 9(5)V99.
	05 IO-PROVINCE PIC X(2).
	05 IO-EXTENDED-AMOUNT PIC 9(7)V99.
	05 IO-TAX-AMOUNT PIC 9(7)V99.
	05 IO-TOTAL-WITH-TAX PIC 9(8)V99.
	05 IO-PRODUCT-CODE PIC X(10).
	05 IO-TAX-TREATMENT PIC X.
	05 FILLER PIC X(6).
	05 IO-EXEMPT-CERT PIC X(12).
01 INVOICE-BILLED-TRAILER REDEFINES INVOICE-BILLED-RECORD.
	05 IT-RECORD-TYPE PIC X.
	05 IT-INVOICE-NO PIC 9(6).
	05 IT-LINE-COUNT PIC 9(5).
	05 IT-TOTAL-AMOUNT PIC 9(9)V99.
	05 IT-TOTAL-TAX PIC 9(9)V99.
	05 IT-TOTAL-WITH-TAX PIC 9(10)V99.
	05 IT-CUSTOMER-NO PIC 9(6).
	05 IT-DATE PIC 9(8).
	05 IT-ORIG-INVOICE PIC 9(6).
	05 FILLER PIC X(12).

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	05 EF-EMPLOYEE-ID PIC 9(5).
	05 EF-EMPLOYEE-NAME PIC X(30).
	05 FILLER PIC X(68).

COPY CUSTOMER-MASTER-FD.

COPY PRODUCTO-MASTER-FD.

FD ANALYSIS-REPORT.
01 ANALYSIS-LINE PIC X(132).

SD SORT-WORK.
01 SW-RECORD.
	05 SW-DIMENSION PIC X.
	05 SW-CURRENT PIC S9(11)V99.
	05 SW-ENTRY-SUB PIC 9(4).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-PERIOD-TEXT PIC X(6) VALUE SPACES.
01 WS-PERIOD PIC 9(6).
01 WS-PERIOD-YEAR PIC 9(4).
01 WS-PERIOD-MONTH PIC 9(2).
01 WS-LAST-YEAR PIC 9(4).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-TOP-PRODUCTS PIC 9(3) VALUE 10.
COPY SALES-HISTORY-STATUS.
01 IB-FILE-STATUS PIC X(2).
	88 IB-OK VALUE '00'.
01 EF-FILE-STATUS PIC X(2).
	88 EF-OK VALUE '00'.
COPY CUSTOMER-MASTER-STATUS.
COPY PRODUCTO-MASTER-STATUS.
01 WS-ST-EOF PIC X VALUE 'N'.
	88 SALES-EOF VALUE 'Y'.
01 WS-INVOICE-EOF PIC X VALUE 'N'.
	88 INVOICE-EOF VALUE 'Y'.
01 WS-EMP-EOF PIC X VALUE 'N'.
	88 EMPLOYEE-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
	88 SORT-EOF VALUE 'Y'.
01 WS-NAMES-FLAG PIC X VALUE 'N'.
	88 NAMES-AVAILABLE VALUE 'Y'.
01 WS-PRODUCTS-FLAG PIC X VALUE 'N'.
	88 PRODUCTS-AVAILABLE VALUE 'Y'.
*> which of the four columns a dated amount falls in
01 WS-IN-CURRENT PIC X.
	88 IN-CURRENT-MONTH VALUE 'Y'.
01 WS-IN-PRIOR PIC X.
	88 IN-PRIOR-MONTH VALUE 'Y'.
01 WS-IN-YTD PIC X.
	88 IN-CURRENT-YTD VALUE 'Y'.
01 WS-IN-PRIOR-YTD PIC X.
	88 IN-PRIOR-YTD VALUE 'Y'.
01 WS-POST-DATE PIC 9(8).
01 WS-POST-DIMENSION PIC X.
01 WS-POST-KEY PIC X(10).
01 WS-POST-AMOUNT PIC S9(9)V99.
*> every salesperson ('S'), province ('P'), customer ('C') and
*> product ('I') seen in either year, with its four figures
01 WS-SA-COUNT PIC 9(4) VALUE ZERO.
01 WS-SA-TABLE.
	05 WS-SA-ENTRY OCCURS 2000 TIMES.
		10 WS-SA-DIMENSION PIC X.
		10 WS-SA-KEY PIC X(10).
		10 WS-SA-CURRENT PIC S9(11)V99.
		10 WS-SA-PRIOR PIC S9(11)V99.
		10 WS-SA-YTD PIC S9(11)V99.
		10 WS-SA-PRIOR-YTD PIC S9(11)V99.
01 WS-SA-SUB PIC 9(4).
01 WS-FOUND-SUB PIC 9(4).
*> entry subscripts by dimension, best month first
01 WS-RANKED-COUNT PIC 9(4) VALUE ZERO.
01 WS-RANK-TABLE.
	05 WS-RANKED-ENTRY OCCURS 2000 TIMES.
		10 WS-RANKED-DIMENSION PIC X.
		10 WS-RANKED-SUB PIC 9(4).
01 WS-RANK-SUB PIC 9(4).
01 WS-RANK-NO PIC 9(4).
*> the lines of the invoice being read, held until its trailer says
*> whose it was, when and whether it was a credit note
01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
01 WS-LINE-TABLE.
	05 WS-LINE-ENTRY OCCURS 200 TIMES.
		10 WS-LINE-PRODUCT PIC X(10).
		10 WS-LINE-AMOUNT PIC 9(7)V99.
01 WS-LINE-SUB PIC 9(3).
01 WS-UNCODED-COUNT PIC 9(7) VALUE ZERO.
01 WS-CREDIT-NOTE-COUNT PIC 9(7) VALUE ZERO.
*> salesperson names off the employee file
01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
01 WS-EMP-TABLE.
	05 WS-EMP-ENTRY OCCURS 1000 TIMES.
		10 WS-EMP-ID PIC 9(5).
		10 WS-EMP-NAME PIC X(30).
01 WS-EMP-SUB PIC 9(4).
*> section being printed
01 WS-SECTION-DIMENSION PIC X.
01 WS-SECTION-LIMIT PIC 9(4).
01 WS-SECTION-TITLE PIC X(80).
01 WS-SECTION-TOTALS.
	05 WS-TOT-CURRENT PIC S9(11)V99.
	05 WS-TOT-PRIOR PIC S9(11)V99.
	05 WS-TOT-YTD PIC S9(11)V99.
	05 WS-TOT-PRIOR-YTD PIC S9(11)V99.
01 WS-GROWTH-NEW PIC S9(11)V99.
01 WS-GROWTH-OLD PIC S9(11)V99.
01 WS-GROWTH-PCT PIC S9(5)V9.
01 WS-GROWTH-EDIT PIC -ZZZZ9.9.
01 WS-GROWTH-TEXT PIC X(8).
01 WS-CUSTOMER-KEY PIC 9(6).
01 WS-SALESPERSON-KEY PIC 9(5).
01 WS-COLUMN-LINE.
	05 FILLER PIC X(6) VALUE 'RANK'.
	05 FILLER PIC X(12) VALUE 'CODE'.
	05 FILLER PIC X(21) VALUE 'NAME'.
	05 FILLER PIC X(16) VALUE '      THIS MONTH'.
	05 FILLER PIC X(16) VALUE '      LAST YEAR'.
	05 FILLER PIC X(9) VALUE '   GROWTH'.
	05 FILLER PIC X(16) VALUE '    YEAR TO DATE'.
	05 FILLER PIC X(16) VALUE '   LAST YR YTD'.
	05 FILLER PIC X(9) VALUE '   GROWTH'.
01 WS-DETAIL-LINE.
	05 DL-RANK PIC ZZZZ.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-CODE PIC X(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NAME PIC X(20).
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-CURRENT PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-PRIOR PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-MONTH-GROWTH PIC X(8).
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-YTD PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-PRIOR-YTD PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-YTD-GROWTH PIC X(8).
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'SALES-ANALYSIS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT 'SALES_PERIOD'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-PERIOD-TEXT = SPACES AND WS-TODAY-DATE(7:2) NOT = '01'
		DISPLAY 'Sales analysis runs on the first of the month'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM SET-REPORT-PERIOD.
	MOVE 'SALES-TOP-PRODUCTS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-TOP-PRODUCTS
	END-IF
	PERFORM ACCUMULATE-TAXED-SALES.
	PERFORM ACCUMULATE-INVOICES.
	SORT SORT-WORK
		ON ASCENDING KEY SW-DIMENSION
		ON DESCENDING KEY SW-CURRENT
		INPUT PROCEDURE RELEASE-ENTRIES
		OUTPUT PROCEDURE COLLECT-RANKING.
	PERFORM LOAD-EMPLOYEE-NAMES.
	OPEN INPUT CUSTOMER-MASTER.
	IF CU-OK
		SET NAMES-AVAILABLE TO TRUE
	ELSE
		CLOSE CUSTOMER-MASTER
	END-IF
	OPEN INPUT PRODUCTO-MASTER.
	IF PM-OK
		SET PRODUCTS-AVAILABLE TO TRUE
	ELSE
		CLOSE PRODUCTO-MASTER
	END-IF
	OPEN OUTPUT ANALYSIS-REPORT.
	MOVE 'OPEN ANALYSIS-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-ANALYSIS-REPORT.
	CLOSE ANALYSIS-REPORT.
	IF NAMES-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF
	IF PRODUCTS-AVAILABLE
		CLOSE PRODUCTO-MASTER
	END-IF
	DISPLAY 'Sales analysis ' WS-PERIOD ': ' WS-SA-COUNT
		' line(s) across salespeople, provinces, customers'
		' and products'.
	MOVE WS-SA-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the month asked for, or the month just ended
SET-REPORT-PERIOD.
	IF WS-PERIOD-TEXT NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-PERIOD-TEXT) TO WS-PERIOD
	ELSE
		MOVE WS-TODAY-DATE(1:4) TO WS-WORK-YEAR
		MOVE WS-TODAY-DATE(5:2) TO WS-WORK-MONTH
		IF WS-WORK-MONTH = 1
			SUBTRACT 1 FROM WS-WORK-YEAR
			MOVE 12 TO WS-WORK-MONTH
		ELSE
			SUBTRACT 1 FROM WS-WORK-MONTH
		END-IF
		COMPUTE WS-PERIOD = WS-WORK-YEAR * 100 + WS-WORK-MONTH
	END-IF
	MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
	MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
	COMPUTE WS-LAST-YEAR = WS-PERIOD-YEAR - 1.

ACCUMULATE-TAXED-SALES.
	OPEN INPUT SALES-HISTORY
	IF NOT SH-OK
		DISPLAY 'No SALES-TAXED-HISTORY.DAT - no salesperson or '
			'province figures'
		CLOSE SALES-HISTORY
		EXIT PARAGRAPH
	END-IF
	READ SALES-HISTORY NEXT RECORD
		AT END SET SALES-EOF TO TRUE
	END-READ
	PERFORM UNTIL SALES-EOF
		ADD 1 TO JS-RECORDS-READ
		MOVE SH-DATE TO WS-POST-DATE
		MOVE SH-TAXABLE-AMOUNT TO WS-POST-AMOUNT
		IF SH-SALESPERSON IS NUMERIC AND SH-SALESPERSON NOT = ZERO
			MOVE 'S' TO WS-POST-DIMENSION
			MOVE SH-SALESPERSON TO WS-POST-KEY
			PERFORM POST-TO-ANALYSIS
		END-IF
		MOVE 'P' TO WS-POST-DIMENSION
		MOVE SH-PROVINCE TO WS-POST-KEY
		PERFORM POST-TO-ANALYSIS
		READ SALES-HISTORY NEXT RECORD
			AT END SET SALES-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE SALES-HISTORY.

*> lines follow their header and come before their trailer; the
*> trailer settles the date, the customer and the sign for all of
*> them
ACCUMULATE-INVOICES.
	OPEN INPUT INVOICE-BILLED-FILE
	IF NOT IB-OK
		DISPLAY 'No INVOICE-BILLED.DAT - no customer or product '
			'figures'
		CLOSE INVOICE-BILLED-FILE
		EXIT PARAGRAPH
	END-IF
	READ INVOICE-BILLED-FILE
		AT END SET INVOICE-EOF TO TRUE
	END-READ
	PERFORM UNTIL INVOICE-EOF
		ADD 1 TO JS-RECORDS-READ
		EVALUATE IO-RECORD-TYPE
			WHEN 'H'
				MOVE ZERO TO WS-LINE-COUNT
			WHEN 'L'
				PERFORM HOLD-INVOICE-LINE
			WHEN 'T'
			WHEN 'R'
				PERFORM POST-INVOICE
				MOVE ZERO TO WS-LINE-COUNT
		END-EVALUATE
		READ INVOICE-BILLED-FILE
			AT END SET INVOICE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE INVOICE-BILLED-FILE.

HOLD-INVOICE-LINE.
	IF WS-LINE-COUNT < 200
		ADD 1 TO WS-LINE-COUNT
		MOVE IO-PRODUCT-CODE TO WS-LINE-PRODUCT(WS-LINE-COUNT)
		MOVE IO-EXTENDED-AMOUNT TO WS-LINE-AMOUNT(WS-LINE-COUNT)
	ELSE
		DISPLAY 'invoice ' IO-INVOICE-NO ' has over 200 lines - '
			'product ' IO-PRODUCT-CODE ' left out of the ranking'
	END-IF.

POST-INVOICE.
	MOVE IT-DATE TO WS-POST-DATE
	IF IT-RECORD-TYPE = 'R'
		ADD 1 TO WS-CREDIT-NOTE-COUNT
		COMPUTE WS-POST-AMOUNT = ZERO - IT-TOTAL-AMOUNT
	ELSE
		MOVE IT-TOTAL-AMOUNT TO WS-POST-AMOUNT
	END-IF
	MOVE 'C' TO WS-POST-DIMENSION
	MOVE IT-CUSTOMER-NO TO WS-POST-KEY
	PERFORM POST-TO-ANALYSIS
	MOVE 'I' TO WS-POST-DIMENSION
	PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
		UNTIL WS-LINE-SUB > WS-LINE-COUNT
		IF WS-LINE-PRODUCT(WS-LINE-SUB) = SPACES
			ADD 1 TO WS-UNCODED-COUNT
		ELSE
			MOVE WS-LINE-PRODUCT(WS-LINE-SUB) TO WS-POST-KEY
			IF IT-RECORD-TYPE = 'R'
				COMPUTE WS-POST-AMOUNT =
					ZERO - WS-LINE-AMOUNT(WS-LINE-SUB)
			ELSE
				MOVE WS-LINE-AMOUNT(WS-LINE-SUB) TO WS-POST-AMOUNT
			END-IF
			PERFORM POST-TO-ANALYSIS
		END-IF
	END-PERFORM.

*> WS-POST-AMOUNT dated WS-POST-DATE goes to the entry for
*> WS-POST-DIMENSION/WS-POST-KEY, in every column the date falls in;
*> a date outside both years is passed over without an entry
POST-TO-ANALYSIS.
	MOVE 'N' TO WS-IN-CURRENT WS-IN-PRIOR WS-IN-YTD WS-IN-PRIOR-YTD
	IF WS-POST-DATE(1:4) = WS-PERIOD-YEAR
		AND WS-POST-DATE(5:2) NOT > WS-PERIOD-MONTH
		SET IN-CURRENT-YTD TO TRUE
		IF WS-POST-DATE(5:2) = WS-PERIOD-MONTH
			SET IN-CURRENT-MONTH TO TRUE
		END-IF
	END-IF
	IF WS-POST-DATE(1:4) = WS-LAST-YEAR
		AND WS-POST-DATE(5:2) NOT > WS-PERIOD-MONTH
		SET IN-PRIOR-YTD TO TRUE
		IF WS-POST-DATE(5:2) = WS-PERIOD-MONTH
			SET IN-PRIOR-MONTH TO TRUE
		END-IF
	END-IF
	IF NOT IN-CURRENT-YTD AND NOT IN-PRIOR-YTD
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-SA-SUB FROM 1 BY 1
		UNTIL WS-SA-SUB > WS-SA-COUNT OR WS-FOUND-SUB NOT = ZERO
		IF WS-SA-DIMENSION(WS-SA-SUB) = WS-POST-DIMENSION
			AND WS-SA-KEY(WS-SA-SUB) = WS-POST-KEY
			MOVE WS-SA-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		IF WS-SA-COUNT < 2000
			ADD 1 TO WS-SA-COUNT
			MOVE WS-SA-COUNT TO WS-FOUND-SUB
			MOVE WS-POST-DIMENSION TO WS-SA-DIMENSION(WS-FOUND-SUB)
			MOVE WS-POST-KEY TO WS-SA-KEY(WS-FOUND-SUB)
			MOVE ZERO TO WS-SA-CURRENT(WS-FOUND-SUB)
			MOVE ZERO TO WS-SA-PRIOR(WS-FOUND-SUB)
			MOVE ZERO TO WS-SA-YTD(WS-FOUND-SUB)
			MOVE ZERO TO WS-SA-PRIOR-YTD(WS-FOUND-SUB)
		ELSE
			DISPLAY 'analysis table full - ' WS-POST-DIMENSION
				' ' WS-POST-KEY ' left off the report'
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF IN-CURRENT-MONTH
		ADD WS-POST-AMOUNT TO WS-SA-CURRENT(WS-FOUND-SUB)
	END-IF
	IF IN-PRIOR-MONTH
		ADD WS-POST-AMOUNT TO WS-SA-PRIOR(WS-FOUND-SUB)
	END-IF
	IF IN-CURRENT-YTD
		ADD WS-POST-AMOUNT TO WS-SA-YTD(WS-FOUND-SUB)
	END-IF
	IF IN-PRIOR-YTD
		ADD WS-POST-AMOUNT TO WS-SA-PRIOR-YTD(WS-FOUND-SUB)
	END-IF.

RELEASE-ENTRIES.
	PERFORM VARYING WS-SA-SUB FROM 1 BY 1
		UNTIL WS-SA-SUB > WS-SA-COUNT
		MOVE WS-SA-DIMENSION(WS-SA-SUB) TO SW-DIMENSION
		MOVE WS-SA-CURRENT(WS-SA-SUB) TO SW-CURRENT
		MOVE WS-SA-SUB TO SW-ENTRY-SUB
		RELEASE SW-RECORD
	END-PERFORM.

COLLECT-RANKING.
	PERFORM UNTIL SORT-EOF
		RETURN SORT-WORK
			AT END
				SET SORT-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RANKED-COUNT
				MOVE SW-DIMENSION
					TO WS-RANKED-DIMENSION(WS-RANKED-COUNT)
				MOVE SW-ENTRY-SUB TO WS-RANKED-SUB(WS-RANKED-COUNT)
		END-RETURN
	END-PERFORM.

*> a salesperson no longer on the employee file prints unnamed
LOAD-EMPLOYEE-NAMES.
	OPEN INPUT EMPLOYEE-FILE
	IF NOT EF-OK
		CLOSE EMPLOYEE-FILE
		EXIT PARAGRAPH
	END-IF
	READ EMPLOYEE-FILE
		AT END SET EMPLOYEE-EOF TO TRUE
	END-READ
	PERFORM UNTIL EMPLOYEE-EOF
		IF WS-EMP-COUNT < 1000
			ADD 1 TO WS-EMP-COUNT
			MOVE EF-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
			MOVE EF-EMPLOYEE-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
		END-IF
		READ EMPLOYEE-FILE
			AT END SET EMPLOYEE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE.

WRITE-ANALYSIS-REPORT.
	MOVE SPACES TO ANALYSIS-LINE
	STRING 'SALES ANALYSIS - PERIOD ' WS-PERIOD
		'   COMPARED WITH ' WS-LAST-YEAR WS-PERIOD-MONTH
		'   RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	MOVE 'S' TO WS-SECTION-DIMENSION
	MOVE 2000 TO WS-SECTION-LIMIT
	MOVE 'BY SALESPERSON (TAXED SALES, BEFORE TAX)' TO WS-SECTION-TITLE
	PERFORM WRITE-SECTION
	MOVE 'P' TO WS-SECTION-DIMENSION
	MOVE 'BY PROVINCE (TAXED SALES, BEFORE TAX)' TO WS-SECTION-TITLE
	PERFORM WRITE-SECTION
	MOVE 'C' TO WS-SECTION-DIMENSION
	MOVE 'BY CUSTOMER (INVOICES LESS CREDIT NOTES, BEFORE TAX)'
		TO WS-SECTION-TITLE
	PERFORM WRITE-SECTION
	MOVE 'I' TO WS-SECTION-DIMENSION
	MOVE WS-TOP-PRODUCTS TO WS-SECTION-LIMIT
	MOVE SPACES TO WS-SECTION-TITLE
	STRING 'TOP ' WS-TOP-PRODUCTS ' PRODUCTS (INVOICE LINES LESS '
		'CREDIT NOTES, BEFORE TAX)'
		DELIMITED BY SIZE INTO WS-SECTION-TITLE
	PERFORM WRITE-SECTION
	MOVE SPACES TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	MOVE SPACES TO ANALYSIS-LINE
	STRING 'CREDIT NOTES NETTED: ' WS-CREDIT-NOTE-COUNT
		'   INVOICE LINES WITHOUT A PRODUCT CODE: ' WS-UNCODED-COUNT
		DELIMITED BY SIZE INTO ANALYSIS-LINE
	WRITE ANALYSIS-LINE.

*> under the heading in WS-SECTION-TITLE, prints the ranked entries
*> of WS-SECTION-DIMENSION up to WS-SECTION-LIMIT of them, then the
*> section total over all of them
WRITE-SECTION.
	MOVE SPACES TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	MOVE WS-SECTION-TITLE TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	MOVE WS-COLUMN-LINE TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	INITIALIZE WS-SECTION-TOTALS
	MOVE ZERO TO WS-RANK-NO
	PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
		UNTIL WS-RANK-SUB > WS-RANKED-COUNT
		IF WS-RANKED-DIMENSION(WS-RANK-SUB) = WS-SECTION-DIMENSION
			MOVE WS-RANKED-SUB(WS-RANK-SUB) TO WS-SA-SUB
			ADD WS-SA-CURRENT(WS-SA-SUB) TO WS-TOT-CURRENT
			ADD WS-SA-PRIOR(WS-SA-SUB) TO WS-TOT-PRIOR
			ADD WS-SA-YTD(WS-SA-SUB) TO WS-TOT-YTD
			ADD WS-SA-PRIOR-YTD(WS-SA-SUB) TO WS-TOT-PRIOR-YTD
			ADD 1 TO WS-RANK-NO
			IF WS-RANK-NO NOT > WS-SECTION-LIMIT
				PERFORM WRITE-ENTRY-LINE
			END-IF
		END-IF
	END-PERFORM
	MOVE SPACES TO WS-DETAIL-LINE
	MOVE 'TOTAL' TO DL-NAME
	MOVE WS-TOT-CURRENT TO DL-CURRENT WS-GROWTH-NEW
	MOVE WS-TOT-PRIOR TO DL-PRIOR WS-GROWTH-OLD
	PERFORM FORMAT-GROWTH
	MOVE WS-GROWTH-TEXT TO DL-MONTH-GROWTH
	MOVE WS-TOT-YTD TO DL-YTD WS-GROWTH-NEW
	MOVE WS-TOT-PRIOR-YTD TO DL-PRIOR-YTD WS-GROWTH-OLD
	PERFORM FORMAT-GROWTH
	MOVE WS-GROWTH-TEXT TO DL-YTD-GROWTH
	MOVE WS-DETAIL-LINE TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE.

WRITE-ENTRY-LINE.
	MOVE SPACES TO WS-DETAIL-LINE
	MOVE WS-RANK-NO TO DL-RANK
	MOVE WS-SA-KEY(WS-SA-SUB) TO DL-CODE
	PERFORM NAME-ENTRY
	MOVE WS-SA-CURRENT(WS-SA-SUB) TO DL-CURRENT WS-GROWTH-NEW
	MOVE WS-SA-PRIOR(WS-SA-SUB) TO DL-PRIOR WS-GROWTH-OLD
	PERFORM FORMAT-GROWTH
	MOVE WS-GROWTH-TEXT TO DL-MONTH-GROWTH
	MOVE WS-SA-YTD(WS-SA-SUB) TO DL-YTD WS-GROWTH-NEW
	MOVE WS-SA-PRIOR-YTD(WS-SA-SUB) TO DL-PRIOR-YTD WS-GROWTH-OLD
	PERFORM FORMAT-GROWTH
	MOVE WS-GROWTH-TEXT TO DL-YTD-GROWTH
	MOVE WS-DETAIL-LINE TO ANALYSIS-LINE
	WRITE ANALYSIS-LINE
	MOVE 'WRITE ANALYSIS-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

NAME-ENTRY.
	MOVE SPACES TO DL-NAME
	EVALUATE WS-SA-DIMENSION(WS-SA-SUB)
		WHEN 'S'
			MOVE WS-SA-KEY(WS-SA-SUB)(1:5) TO WS-SALESPERSON-KEY
			PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
				UNTIL WS-EMP-SUB > WS-EMP-COUNT
				IF WS-EMP-ID(WS-EMP-SUB) = WS-SALESPERSON-KEY
					MOVE WS-EMP-NAME(WS-EMP-SUB) TO DL-NAME
				END-IF
			END-PERFORM
		WHEN 'C'
			IF NAMES-AVAILABLE
				MOVE WS-SA-KEY(WS-SA-SUB)(1:6) TO WS-CUSTOMER-KEY
				MOVE WS-CUSTOMER-KEY TO CU-CUSTOMER-NO
				READ CUSTOMER-MASTER
					NOT INVALID KEY
						MOVE CU-NAME TO DL-NAME
				END-READ
			END-IF
		WHEN 'I'
			IF PRODUCTS-AVAILABLE
				MOVE WS-SA-KEY(WS-SA-SUB) TO PM-CODIGO
				MOVE LOW-VALUES TO PM-ALMACEN-ID
				START PRODUCTO-MASTER KEY IS NOT LESS THAN PM-KEY
					INVALID KEY CONTINUE
					NOT INVALID KEY
						READ PRODUCTO-MASTER NEXT RECORD
							NOT AT END
								IF PM-CODIGO = WS-SA-KEY(WS-SA-SUB)
									MOVE PM-PRODUCTO TO DL-NAME
								END-IF
						END-READ
				END-START
			END-IF
	END-EVALUATE.

*> growth of WS-GROWTH-NEW over WS-GROWTH-OLD as a percentage, 'NEW'
*> where there was nothing to grow from
FORMAT-GROWTH.
	MOVE SPACES TO WS-GROWTH-TEXT
	IF WS-GROWTH-OLD = ZERO
		IF WS-GROWTH-NEW NOT = ZERO
			MOVE '     NEW' TO WS-GROWTH-TEXT
		END-IF
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-GROWTH-PCT ROUNDED =
		(WS-GROWTH-NEW - WS-GROWTH-OLD) * 100
		/ FUNCTION ABS(WS-GROWTH-OLD)
		ON SIZE ERROR
			MOVE '  >99999' TO WS-GROWTH-TEXT
			EXIT PARAGRAPH
	END-COMPUTE
	MOVE WS-GROWTH-PCT TO WS-GROWTH-EDIT
	MOVE WS-GROWTH-EDIT TO WS-GROWTH-TEXT.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
