*> Purpose: Monthly customer profitability across owned accounts
*>
*> Which customers make us money used to be a spreadsheet stitched
*> together from five places. On the first of the month (or any day
*> with PROFIT_PERIOD=yyyymm naming the month wanted) this sweeps the
*> month just ended and rolls every account up to its owner through
*> the CUSTOMER-ACCOUNTS.DAT cross-reference:
*>
*>   average balance    the mean of the account's end-of-day balances
*>                      on BALANCE-SNAPSHOT.DAT for the month; an
*>                      account with no snapshot in the month is taken
*>                      at its balance on ACCOUNT-MASTER
*>   net interest       the average balance valued at the funds-transfer
*>   margin             rate FTP-RATE on PARAMETERS.DAT (annual percent,
*>                      default 3.00) for the days in the month, plus
*>                      debit interest charged (AH-TYPE 'O') less credit
*>                      interest paid out (AH-TYPE 'I'); an overdrawn
*>                      balance costs the rate instead of earning it
*>   fee income         fees charged (AH-TYPE 'F'); for a customer who
*>                      is billed to their account this already holds
*>                      their invoices from BILLING-EXTRACT
*>   invoice billing    for a customer billed on paper, the month's
*>                      invoices on INVOICE-BILLED.DAT before tax, less
*>                      credit notes
*>
*> CUSTOMER-PROFIT.RPT lists every customer with the interest paid out
*> shown beside the margin, then the PROFIT-RANK-COUNT (default 10)
*> most and least profitable customers, then the totals for the book.
*> Reversed history rows are left out. The run only reads, so any
*> earlier month reruns safely.
*>
*> Mod history:
*> 24.10.08 AN - initial version.
*> 24.11.26 AN - INVOICE-BILLED.DAT lines are 78 bytes now; read here
*>               for layout alignment only.

IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-PROFIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT BALANCE-SNAPSHOT ASSIGN TO 'BALANCE-SNAPSHOT.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BS-KEY
		FILE STATUS IS BS-FILE-STATUS.
	SELECT OPTIONAL INVOICE-BILLED-FILE ASSIGN TO 'INVOICE-BILLED.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT PROFIT-REPORT ASSIGN TO 'CUSTOMER-PROFIT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
	COPY PARAM-SELECT.
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

FD BALANCE-SNAPSHOT.
01 BALANCE-SNAPSHOT-RECORD.
	05 BS-KEY.
		10 BS-ACCOUNT-NO PIC 9(10).
		10 BS-DATE PIC 9(8).
	05 BS-BALANCE PIC S9(9)V99.

FD INVOICE-BILLED-FILE.
01 INVOICE-BILLED-RECORD.
	05 IB-RECORD-TYPE PIC X.
	05 IB-REST PIC X(77).
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

FD PROFIT-REPORT.
01 PROFIT-LINE PIC X(132).

SD SORT-WORK.
01 SW-RECORD.
	05 SW-PROFIT PIC S9(9)V99.
	05 SW-CUST-SUB PIC 9(4).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-PERIOD-TEXT PIC X(6) VALUE SPACES.
01 WS-PERIOD PIC 9(6).
01 WS-PERIOD-START PIC 9(8).
01 WS-NEXT-PERIOD-START PIC 9(8).
01 WS-START-INT PIC 9(7).
01 WS-NEXT-INT PIC 9(7).
01 WS-DAYS-IN-PERIOD PIC 9(3).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-FTP-RATE PIC 9(3)V99 VALUE 3.00.
01 WS-RANK-COUNT PIC 9(3) VALUE 10.
01 WS-AH-EOF PIC X VALUE 'N'.
	88 HISTORY-EOF VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-SNAP-EOF PIC X.
	88 SNAPSHOT-EOF VALUE 'Y'.
01 WS-INVOICE-EOF PIC X VALUE 'N'.
	88 INVOICE-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
	88 SORT-EOF VALUE 'Y'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 BS-FILE-STATUS PIC X(2).
	88 BS-OK VALUE '00'.
COPY CUSTOMER-MASTER-STATUS.
01 WS-SNAPSHOTS-FLAG PIC X VALUE 'N'.
	88 SNAPSHOTS-AVAILABLE VALUE 'Y'.
01 WS-NAMES-FLAG PIC X VALUE 'N'.
	88 NAMES-AVAILABLE VALUE 'Y'.
*> every owned account with its month's figures
01 WS-ACCT-COUNT PIC 9(4) VALUE ZERO.
01 WS-ACCT-TABLE.
	05 WS-ACCT-ENTRY OCCURS 500 TIMES.
		10 WS-ACCT-NO PIC 9(10).
		10 WS-ACCT-CUSTOMER PIC 9(6).
		10 WS-ACCT-AVG-BALANCE PIC S9(11)V99.
		10 WS-ACCT-DEBIT-INT PIC 9(9)V99.
		10 WS-ACCT-INT-PAID PIC 9(9)V99.
		10 WS-ACCT-FEES PIC 9(9)V99.
01 WS-ACCT-SUB PIC 9(4).
01 WS-FOUND-SUB PIC 9(4).
01 WS-SNAP-SUM PIC S9(13)V99.
01 WS-SNAP-DAYS PIC 9(3).
*> rolled up per owning customer
01 WS-CUST-COUNT PIC 9(4) VALUE ZERO.
01 WS-CUST-TABLE.
	05 WS-CUST-ENTRY OCCURS 500 TIMES.
		10 WS-CUST-NO PIC 9(6).
		10 WS-CUST-ACCOUNTS PIC 9(3).
		10 WS-CUST-AVG-BALANCE PIC S9(11)V99.
		10 WS-CUST-FTP-VALUE PIC S9(9)V99.
		10 WS-CUST-DEBIT-INT PIC 9(9)V99.
		10 WS-CUST-INT-PAID PIC 9(9)V99.
		10 WS-CUST-MARGIN PIC S9(9)V99.
		10 WS-CUST-FEES PIC 9(9)V99.
		10 WS-CUST-BILLED PIC S9(9)V99.
		10 WS-CUST-PROFIT PIC S9(9)V99.
01 WS-CUST-SUB PIC 9(4).
*> customer subscripts in descending order of profit
01 WS-RANKED-COUNT PIC 9(4) VALUE ZERO.
01 WS-RANK-TABLE.
	05 WS-RANKED-SUB OCCURS 500 TIMES PIC 9(4).
01 WS-RANK-SUB PIC 9(4).
01 WS-RANK-FROM PIC 9(4).
01 WS-RANK-NO PIC 9(4).
01 WS-BOOK-TOTALS.
	05 WS-BOOK-AVG-BALANCE PIC S9(13)V99 VALUE ZERO.
	05 WS-BOOK-MARGIN PIC S9(11)V99 VALUE ZERO.
	05 WS-BOOK-FEES PIC S9(11)V99 VALUE ZERO.
	05 WS-BOOK-BILLED PIC S9(11)V99 VALUE ZERO.
	05 WS-BOOK-INT-PAID PIC S9(11)V99 VALUE ZERO.
	05 WS-BOOK-PROFIT PIC S9(11)V99 VALUE ZERO.
01 WS-UNOWNED-COUNT PIC 9(5) VALUE ZERO.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(6) VALUE 'RANK'.
	05 FILLER PIC X(8) VALUE 'CUST'.
	05 FILLER PIC X(21) VALUE 'NAME'.
	05 FILLER PIC X(4) VALUE 'ACC'.
	05 FILLER PIC X(16) VALUE '   AVG BALANCE'.
	05 FILLER PIC X(14) VALUE '  INT MARGIN'.
	05 FILLER PIC X(13) VALUE '        FEES'.
	05 FILLER PIC X(14) VALUE '      BILLED'.
	05 FILLER PIC X(13) VALUE '    INT PAID'.
	05 FILLER PIC X(14) VALUE '      PROFIT'.
01 WS-DETAIL-LINE.
	05 DL-RANK PIC ZZZZ.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NAME PIC X(20).
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-ACCOUNTS PIC ZZ9.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-AVG-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-MARGIN PIC -Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-FEES PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-BILLED PIC -Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-INT-PAID PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-PROFIT PIC -Z,ZZZ,ZZ9.99.
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(30).
	05 TL-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'CUSTOMER-PROFIT' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT 'PROFIT_PERIOD'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-PERIOD-TEXT = SPACES AND WS-TODAY-DATE(7:2) NOT = '01'
		DISPLAY 'Customer profitability runs on the first of the month'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM SET-REPORT-PERIOD.
	PERFORM LOAD-PROFIT-PARAMETERS.
	PERFORM LOAD-OWNED-ACCOUNTS.
	IF WS-ACCT-COUNT = ZERO
		DISPLAY 'No owned accounts on CUSTOMER-ACCOUNTS.DAT - '
			'nothing to report'
	END-IF
	PERFORM AVERAGE-ACCOUNT-BALANCES.
	OPEN INPUT ACCOUNT-HISTORY.
	MOVE 'OPEN ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM SWEEP-MONTH-HISTORY.
	CLOSE ACCOUNT-HISTORY.
	PERFORM ROLL-UP-TO-CUSTOMERS.
	PERFORM ADD-PAPER-BILLING.
	PERFORM PRICE-CUSTOMERS.
	SORT SORT-WORK
		ON DESCENDING KEY SW-PROFIT
		INPUT PROCEDURE RELEASE-CUSTOMERS
		OUTPUT PROCEDURE COLLECT-RANKING.
	OPEN INPUT CUSTOMER-MASTER.
	IF CU-OK
		SET NAMES-AVAILABLE TO TRUE
	ELSE
		CLOSE CUSTOMER-MASTER
	END-IF
	OPEN OUTPUT PROFIT-REPORT.
	MOVE 'OPEN PROFIT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-PROFIT-REPORT.
	IF NAMES-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF
	CLOSE PROFIT-REPORT.
	DISPLAY 'Customer profitability ' WS-PERIOD ': ' WS-CUST-COUNT
		' customer(s), book profit ' WS-BOOK-PROFIT.
	MOVE WS-CUST-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the month asked for, or the month just ended; the day count values
*> the average balance at the funds-transfer rate
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
	COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
	MOVE WS-PERIOD(1:4) TO WS-WORK-YEAR
	MOVE WS-PERIOD(5:2) TO WS-WORK-MONTH
	IF WS-WORK-MONTH = 12
		ADD 1 TO WS-WORK-YEAR
		MOVE 1 TO WS-WORK-MONTH
	ELSE
		ADD 1 TO WS-WORK-MONTH
	END-IF
	COMPUTE WS-NEXT-PERIOD-START =
		WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
	COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
	COMPUTE WS-NEXT-INT =
		FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START)
	COMPUTE WS-DAYS-IN-PERIOD = WS-NEXT-INT - WS-START-INT.

LOAD-PROFIT-PARAMETERS.
	MOVE 'FTP-RATE' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-FTP-RATE
	END-IF
	MOVE 'PROFIT-RANK-COUNT' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-RANK-COUNT
	END-IF.

*> an account on the cross-reference twice keeps the last owner, the
*> same rule as the interest certificates
LOAD-OWNED-ACCOUNTS.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		EXIT PARAGRAPH
	END-IF
	READ CUSTOMER-ACCOUNTS
		AT END SET XREF-EOF TO TRUE
	END-READ
	PERFORM UNTIL XREF-EOF
		MOVE ZERO TO WS-FOUND-SUB
		PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
			UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
			IF WS-ACCT-NO(WS-ACCT-SUB) = XA-ACCOUNT-NO
				MOVE WS-ACCT-SUB TO WS-FOUND-SUB
			END-IF
		END-PERFORM
		IF WS-FOUND-SUB = ZERO
			IF WS-ACCT-COUNT < 500
				ADD 1 TO WS-ACCT-COUNT
				MOVE WS-ACCT-COUNT TO WS-FOUND-SUB
				MOVE XA-ACCOUNT-NO TO WS-ACCT-NO(WS-FOUND-SUB)
				MOVE ZERO TO WS-ACCT-AVG-BALANCE(WS-FOUND-SUB)
				MOVE ZERO TO WS-ACCT-DEBIT-INT(WS-FOUND-SUB)
				MOVE ZERO TO WS-ACCT-INT-PAID(WS-FOUND-SUB)
				MOVE ZERO TO WS-ACCT-FEES(WS-FOUND-SUB)
			ELSE
				DISPLAY 'account table full - account '
					XA-ACCOUNT-NO ' left off the report'
			END-IF
		END-IF
		IF WS-FOUND-SUB NOT = ZERO
			MOVE XA-CUSTOMER-NO TO WS-ACCT-CUSTOMER(WS-FOUND-SUB)
		END-IF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

AVERAGE-ACCOUNT-BALANCES.
	OPEN INPUT BALANCE-SNAPSHOT.
	IF BS-OK
		SET SNAPSHOTS-AVAILABLE TO TRUE
	ELSE
		CLOSE BALANCE-SNAPSHOT
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		PERFORM AVERAGE-ONE-ACCOUNT
	END-PERFORM
	CLOSE ACCOUNT-MASTER.
	IF SNAPSHOTS-AVAILABLE
		CLOSE BALANCE-SNAPSHOT
	END-IF.

AVERAGE-ONE-ACCOUNT.
	MOVE ZERO TO WS-SNAP-SUM
	MOVE ZERO TO WS-SNAP-DAYS
	IF SNAPSHOTS-AVAILABLE
		MOVE WS-ACCT-NO(WS-ACCT-SUB) TO BS-ACCOUNT-NO
		MOVE WS-PERIOD-START TO BS-DATE
		MOVE 'N' TO WS-SNAP-EOF
		START BALANCE-SNAPSHOT KEY IS NOT LESS THAN BS-KEY
			INVALID KEY SET SNAPSHOT-EOF TO TRUE
		END-START
		PERFORM UNTIL SNAPSHOT-EOF
			READ BALANCE-SNAPSHOT NEXT RECORD
				AT END
					SET SNAPSHOT-EOF TO TRUE
				NOT AT END
					IF BS-ACCOUNT-NO NOT = WS-ACCT-NO(WS-ACCT-SUB)
						OR BS-DATE NOT < WS-NEXT-PERIOD-START
						SET SNAPSHOT-EOF TO TRUE
					ELSE
						ADD BS-BALANCE TO WS-SNAP-SUM
						ADD 1 TO WS-SNAP-DAYS
					END-IF
			END-READ
		END-PERFORM
	END-IF
	IF WS-SNAP-DAYS > ZERO
		COMPUTE WS-ACCT-AVG-BALANCE(WS-ACCT-SUB) ROUNDED =
			WS-SNAP-SUM / WS-SNAP-DAYS
	ELSE
		MOVE WS-ACCT-NO(WS-ACCT-SUB) TO AM-ACCOUNT-NO
		READ ACCOUNT-MASTER
			INVALID KEY
				MOVE ZERO TO WS-ACCT-AVG-BALANCE(WS-ACCT-SUB)
			NOT INVALID KEY
				MOVE AM-BALANCE TO WS-ACCT-AVG-BALANCE(WS-ACCT-SUB)
		END-READ
	END-IF.

SWEEP-MONTH-HISTORY.
	MOVE LOW-VALUES TO AH-KEY
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET HISTORY-EOF TO TRUE
	END-START
	PERFORM UNTIL HISTORY-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET HISTORY-EOF TO TRUE
			NOT AT END
				ADD 1 TO JS-RECORDS-READ
				IF AH-POST-DATE(1:6) = WS-PERIOD
					AND NOT AH-ROW-REVERSED
					PERFORM NOTE-ACCOUNT-MOVEMENT
				END-IF
		END-READ
	END-PERFORM.

NOTE-ACCOUNT-MOVEMENT.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		IF WS-ACCT-NO(WS-ACCT-SUB) = AH-ACCOUNT-NO
			MOVE WS-ACCT-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		IF AH-TYPE = 'I' OR AH-TYPE = 'O' OR AH-TYPE = 'F'
			ADD 1 TO WS-UNOWNED-COUNT
		END-IF
		EXIT PARAGRAPH
	END-IF
	EVALUATE TRUE
		WHEN AH-TYPE = 'I' AND AH-CREDIT
			ADD AH-AMOUNT TO WS-ACCT-INT-PAID(WS-FOUND-SUB)
		WHEN AH-TYPE = 'O' AND AH-DEBIT
			ADD AH-AMOUNT TO WS-ACCT-DEBIT-INT(WS-FOUND-SUB)
		WHEN AH-TYPE = 'F' AND AH-DEBIT
			ADD AH-AMOUNT TO WS-ACCT-FEES(WS-FOUND-SUB)
	END-EVALUATE.

ROLL-UP-TO-CUSTOMERS.
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		MOVE WS-ACCT-CUSTOMER(WS-ACCT-SUB) TO XA-CUSTOMER-NO
		PERFORM FIND-CUSTOMER-ENTRY
		IF WS-FOUND-SUB NOT = ZERO
			ADD 1 TO WS-CUST-ACCOUNTS(WS-FOUND-SUB)
			ADD WS-ACCT-AVG-BALANCE(WS-ACCT-SUB)
				TO WS-CUST-AVG-BALANCE(WS-FOUND-SUB)
			ADD WS-ACCT-DEBIT-INT(WS-ACCT-SUB)
				TO WS-CUST-DEBIT-INT(WS-FOUND-SUB)
			ADD WS-ACCT-INT-PAID(WS-ACCT-SUB)
				TO WS-CUST-INT-PAID(WS-FOUND-SUB)
			ADD WS-ACCT-FEES(WS-ACCT-SUB)
				TO WS-CUST-FEES(WS-FOUND-SUB)
		END-IF
	END-PERFORM.

*> the customer's entry in the roll-up, added on first sight
FIND-CUSTOMER-ENTRY.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		IF WS-CUST-NO(WS-CUST-SUB) = XA-CUSTOMER-NO
			MOVE WS-CUST-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		IF WS-CUST-COUNT < 500
			ADD 1 TO WS-CUST-COUNT
			MOVE WS-CUST-COUNT TO WS-FOUND-SUB
			MOVE XA-CUSTOMER-NO TO WS-CUST-NO(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-ACCOUNTS(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-AVG-BALANCE(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-FTP-VALUE(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-DEBIT-INT(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-INT-PAID(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-MARGIN(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-FEES(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-BILLED(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-PROFIT(WS-FOUND-SUB)
		ELSE
			DISPLAY 'customer table full - customer '
				XA-CUSTOMER-NO ' left off the report'
		END-IF
	END-IF.

*> invoices billed to a bank account already came through as fees;
*> only a customer with no account on the cross-reference is billed
*> on paper, and for them the invoice is the income
ADD-PAPER-BILLING.
	OPEN INPUT INVOICE-BILLED-FILE
	IF NOT FS-STATUS-OK
		CLOSE INVOICE-BILLED-FILE
		EXIT PARAGRAPH
	END-IF
	READ INVOICE-BILLED-FILE
		AT END SET INVOICE-EOF TO TRUE
	END-READ
	PERFORM UNTIL INVOICE-EOF
		IF (IT-RECORD-TYPE = 'T' OR IT-RECORD-TYPE = 'R')
			AND IT-DATE(1:6) = WS-PERIOD
			PERFORM NOTE-PAPER-INVOICE
		END-IF
		READ INVOICE-BILLED-FILE
			AT END SET INVOICE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE INVOICE-BILLED-FILE.

NOTE-PAPER-INVOICE.
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		IF WS-ACCT-CUSTOMER(WS-ACCT-SUB) = IT-CUSTOMER-NO
			EXIT PARAGRAPH
		END-IF
	END-PERFORM
	MOVE IT-CUSTOMER-NO TO XA-CUSTOMER-NO
	PERFORM FIND-CUSTOMER-ENTRY
	IF WS-FOUND-SUB NOT = ZERO
		IF IT-RECORD-TYPE = 'T'
			ADD IT-TOTAL-AMOUNT TO WS-CUST-BILLED(WS-FOUND-SUB)
		ELSE
			SUBTRACT IT-TOTAL-AMOUNT FROM WS-CUST-BILLED(WS-FOUND-SUB)
		END-IF
	END-IF.

*> the balance is valued at the funds-transfer rate for the days in
*> the month: a credit balance earns it, an overdrawn one costs it
PRICE-CUSTOMERS.
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		COMPUTE WS-CUST-FTP-VALUE(WS-CUST-SUB) ROUNDED =
			WS-CUST-AVG-BALANCE(WS-CUST-SUB) * WS-FTP-RATE / 100
			* WS-DAYS-IN-PERIOD / 365
		COMPUTE WS-CUST-MARGIN(WS-CUST-SUB) =
			WS-CUST-FTP-VALUE(WS-CUST-SUB)
			+ WS-CUST-DEBIT-INT(WS-CUST-SUB)
			- WS-CUST-INT-PAID(WS-CUST-SUB)
		COMPUTE WS-CUST-PROFIT(WS-CUST-SUB) =
			WS-CUST-MARGIN(WS-CUST-SUB)
			+ WS-CUST-FEES(WS-CUST-SUB)
			+ WS-CUST-BILLED(WS-CUST-SUB)
		ADD WS-CUST-AVG-BALANCE(WS-CUST-SUB) TO WS-BOOK-AVG-BALANCE
		ADD WS-CUST-MARGIN(WS-CUST-SUB) TO WS-BOOK-MARGIN
		ADD WS-CUST-FEES(WS-CUST-SUB) TO WS-BOOK-FEES
		ADD WS-CUST-BILLED(WS-CUST-SUB) TO WS-BOOK-BILLED
		ADD WS-CUST-INT-PAID(WS-CUST-SUB) TO WS-BOOK-INT-PAID
		ADD WS-CUST-PROFIT(WS-CUST-SUB) TO WS-BOOK-PROFIT
	END-PERFORM.

RELEASE-CUSTOMERS.
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		MOVE WS-CUST-PROFIT(WS-CUST-SUB) TO SW-PROFIT
		MOVE WS-CUST-SUB TO SW-CUST-SUB
		RELEASE SW-RECORD
	END-PERFORM.

COLLECT-RANKING.
	PERFORM UNTIL SORT-EOF
		RETURN SORT-WORK
			AT END
				SET SORT-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RANKED-COUNT
				MOVE SW-CUST-SUB TO WS-RANKED-SUB(WS-RANKED-COUNT)
		END-RETURN
	END-PERFORM.

WRITE-PROFIT-REPORT.
	MOVE SPACES TO PROFIT-LINE
	STRING 'CUSTOMER PROFITABILITY - PERIOD ' WS-PERIOD
		'   DAYS ' WS-DAYS-IN-PERIOD
		'   FUNDS-TRANSFER RATE ' WS-FTP-RATE '%'
		DELIMITED BY SIZE INTO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE SPACES TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'ALL CUSTOMERS' TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE WS-COLUMN-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE ZERO TO WS-RANK-NO
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		PERFORM WRITE-CUSTOMER-LINE
	END-PERFORM
	MOVE SPACES TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE SPACES TO PROFIT-LINE
	STRING 'MOST PROFITABLE ' WS-RANK-COUNT ' CUSTOMERS'
		DELIMITED BY SIZE INTO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE WS-COLUMN-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
		UNTIL WS-RANK-SUB > WS-RANKED-COUNT
			OR WS-RANK-SUB > WS-RANK-COUNT
		MOVE WS-RANK-SUB TO WS-RANK-NO
		MOVE WS-RANKED-SUB(WS-RANK-SUB) TO WS-CUST-SUB
		PERFORM WRITE-CUSTOMER-LINE
	END-PERFORM
	MOVE SPACES TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE SPACES TO PROFIT-LINE
	STRING 'LEAST PROFITABLE ' WS-RANK-COUNT ' CUSTOMERS'
		DELIMITED BY SIZE INTO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE WS-COLUMN-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	IF WS-RANKED-COUNT > WS-RANK-COUNT
		COMPUTE WS-RANK-FROM = WS-RANKED-COUNT - WS-RANK-COUNT + 1
	ELSE
		MOVE 1 TO WS-RANK-FROM
	END-IF
	PERFORM VARYING WS-RANK-SUB FROM WS-RANKED-COUNT BY -1
		UNTIL WS-RANK-SUB < WS-RANK-FROM OR WS-RANK-SUB = ZERO
		MOVE WS-RANK-SUB TO WS-RANK-NO
		MOVE WS-RANKED-SUB(WS-RANK-SUB) TO WS-CUST-SUB
		PERFORM WRITE-CUSTOMER-LINE
	END-PERFORM
	PERFORM WRITE-BOOK-TOTALS.

WRITE-CUSTOMER-LINE.
	MOVE WS-RANK-NO TO DL-RANK
	MOVE WS-CUST-NO(WS-CUST-SUB) TO DL-CUSTOMER
	MOVE SPACES TO DL-NAME
	IF NAMES-AVAILABLE
		MOVE WS-CUST-NO(WS-CUST-SUB) TO CU-CUSTOMER-NO
		READ CUSTOMER-MASTER
			INVALID KEY
				MOVE SPACES TO DL-NAME
			NOT INVALID KEY
				MOVE CU-NAME TO DL-NAME
		END-READ
	END-IF
	MOVE WS-CUST-ACCOUNTS(WS-CUST-SUB) TO DL-ACCOUNTS
	MOVE WS-CUST-AVG-BALANCE(WS-CUST-SUB) TO DL-AVG-BALANCE
	MOVE WS-CUST-MARGIN(WS-CUST-SUB) TO DL-MARGIN
	MOVE WS-CUST-FEES(WS-CUST-SUB) TO DL-FEES
	MOVE WS-CUST-BILLED(WS-CUST-SUB) TO DL-BILLED
	MOVE WS-CUST-INT-PAID(WS-CUST-SUB) TO DL-INT-PAID
	MOVE WS-CUST-PROFIT(WS-CUST-SUB) TO DL-PROFIT
	MOVE WS-DETAIL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'WRITE PROFIT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

WRITE-BOOK-TOTALS.
	MOVE SPACES TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'TOTAL FOR THE BOOK' TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'AVERAGE BALANCES' TO TL-LABEL
	MOVE WS-BOOK-AVG-BALANCE TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'NET INTEREST MARGIN' TO TL-LABEL
	MOVE WS-BOOK-MARGIN TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'FEE INCOME' TO TL-LABEL
	MOVE WS-BOOK-FEES TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'INVOICE BILLING (PAPER)' TO TL-LABEL
	MOVE WS-BOOK-BILLED TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'INTEREST PAID OUT' TO TL-LABEL
	MOVE WS-BOOK-INT-PAID TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE 'PROFIT' TO TL-LABEL
	MOVE WS-BOOK-PROFIT TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO PROFIT-LINE
	WRITE PROFIT-LINE
	MOVE SPACES TO PROFIT-LINE
	STRING 'CUSTOMERS: ' WS-CUST-COUNT
		'   INTEREST/FEE ROWS ON UNOWNED ACCOUNTS: ' WS-UNOWNED-COUNT
		DELIMITED BY SIZE INTO PROFIT-LINE
	WRITE PROFIT-LINE.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
