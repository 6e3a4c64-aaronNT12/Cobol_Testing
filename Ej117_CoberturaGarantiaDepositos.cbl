*> Purpose: Quarterly deposit insurance exposure per customer
*>
*> The deposit insurer covers each customer up to a fixed limit across
*> all of their accounts. On the first day of each quarter (January,
*> April, July, October - or any day with DEPINS_REPORT_MODE=Y) this
*> takes every positive AM-BALANCE, values it in the base currency at
*> the rate in force on FX-RATES.DAT, and adds it to its owners through
*> the CUSTOMER-ACCOUNTS.DAT cross-reference. A joint account is shared
*> equally between its owners; any odd cent goes to the last owner on
*> the cross-reference. Each customer's total is split into the part
*> covered by INSURED-LIMIT on PARAMETERS.DAT (default 100,000.00) and
*> the uninsured excess.
*>
*> DEPOSIT-INSURANCE.RPT lists the customers, then the accounts holding
*> deposits with no owning customer (these cannot be claimed against
*> until an owner is recorded), then the totals for the book. A foreign
*> currency account with no rate on file is listed as not valued and
*> left out of the totals. DEPOSIT-INSURANCE.DAT is the fixed-format
*> extract sent to the insurer, 80-byte records:
*>   H  reporting date, insured limit
*>   D  one per customer: customer, name, accounts, total deposits,
*>      insured and uninsured amounts
*>   U  one per unowned account: account, currency, balance
*>   T  customer and unowned counts, total, insured and uninsured
*> Nothing is updated, so the run can be repeated.
*>
*> Mod history:
*> 24.10.10 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. DEPOSIT-INSURANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	COPY FX-RATES-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT INSURANCE-REPORT ASSIGN TO 'DEPOSIT-INSURANCE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT INSURANCE-EXTRACT ASSIGN TO 'DEPOSIT-INSURANCE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY CUSTOMER-MASTER-FD.

COPY FX-RATES-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

FD INSURANCE-REPORT.
01 INSURANCE-REPORT-LINE PIC X(132).

FD INSURANCE-EXTRACT.
01 IX-HEADER-RECORD.
	05 IX-RECORD-TYPE PIC X.
	05 IXH-REPORT-DATE PIC 9(8).
	05 IXH-INSURED-LIMIT PIC 9(9)V99.
	05 FILLER PIC X(60).
01 IX-CUSTOMER-RECORD.
	05 IXD-RECORD-TYPE PIC X.
	05 IXD-CUSTOMER-NO PIC 9(6).
	05 IXD-NAME PIC X(30).
	05 IXD-ACCOUNTS PIC 9(3).
	05 IXD-TOTAL PIC 9(11)V99.
	05 IXD-INSURED PIC 9(11)V99.
	05 IXD-UNINSURED PIC 9(11)V99.
	05 FILLER PIC X(1).
01 IX-UNOWNED-RECORD.
	05 IXU-RECORD-TYPE PIC X.
	05 IXU-ACCOUNT-NO PIC 9(10).
	05 IXU-CURRENCY PIC X(3).
	05 IXU-BALANCE PIC 9(11)V99.
	05 FILLER PIC X(53).
01 IX-TRAILER-RECORD.
	05 IXT-RECORD-TYPE PIC X.
	05 IXT-CUSTOMER-COUNT PIC 9(6).
	05 IXT-UNOWNED-COUNT PIC 9(6).
	05 IXT-TOTAL PIC 9(13)V99.
	05 IXT-INSURED PIC 9(13)V99.
	05 IXT-UNINSURED PIC 9(13)V99.
	05 FILLER PIC X(22).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-REPORT-MODE PIC X VALUE 'N'.
	88 REPORT-FORCED VALUE 'Y'.
01 WS-INSURED-LIMIT PIC 9(9)V99 VALUE 100000.00.
01 WS-EOF-FLAG PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
COPY CUSTOMER-MASTER-STATUS.
COPY FX-RATES-STATUS.
01 WS-NAMES-FLAG PIC X VALUE 'N'.
	88 NAMES-AVAILABLE VALUE 'Y'.
*> every owner of every account, as on the cross-reference
01 WS-OWNER-COUNT PIC 9(4) VALUE ZERO.
01 WS-OWNER-TABLE.
	05 WS-OWNER-ENTRY OCCURS 1000 TIMES.
		10 WS-OWNER-CUSTOMER PIC 9(6).
		10 WS-OWNER-ACCOUNT PIC 9(10).
01 WS-OWNER-SUB PIC 9(4).
01 WS-OWNERS-OF-ACCOUNT PIC 9(3).
01 WS-OWNERS-SEEN PIC 9(3).
01 WS-FOUND-SUB PIC 9(4).
*> deposits rolled up per customer
01 WS-CUST-COUNT PIC 9(4) VALUE ZERO.
01 WS-CUST-TABLE.
	05 WS-CUST-ENTRY OCCURS 500 TIMES.
		10 WS-CUST-NO PIC 9(6).
		10 WS-CUST-ACCOUNTS PIC 9(3).
		10 WS-CUST-TOTAL PIC 9(11)V99.
		10 WS-CUST-INSURED PIC 9(11)V99.
		10 WS-CUST-UNINSURED PIC 9(11)V99.
01 WS-CUST-SUB PIC 9(4).
*> accounts holding deposits that nobody owns
01 WS-UNOWNED-COUNT PIC 9(4) VALUE ZERO.
01 WS-UNOWNED-TABLE.
	05 WS-UNOWNED-ENTRY OCCURS 500 TIMES.
		10 WS-UNOWNED-ACCOUNT PIC 9(10).
		10 WS-UNOWNED-CURRENCY PIC X(3).
		10 WS-UNOWNED-BALANCE PIC 9(11)V99.
01 WS-UNOWNED-SUB PIC 9(4).
01 WS-NOT-VALUED-COUNT PIC 9(5) VALUE ZERO.
01 WS-FX-RATE-TABLE.
	05 WS-FX-ENTRY OCCURS 20 TIMES.
		10 WS-FX-TABLE-CURRENCY PIC X(3).
		10 WS-FX-TABLE-RATE PIC 9(5)V9(6).
77 WS-FX-COUNT PIC 9(3) VALUE ZERO.
01 WS-FX-SUB PIC 9(3).
01 WS-TRIAL-IX PIC 9(3).
01 WS-FX-EOF PIC X VALUE 'N'.
	88 FX-RATES-EOF VALUE 'Y'.
01 WS-FX-CURRENCY PIC X(3).
01 WS-FX-RATE PIC 9(5)V9(6).
01 WS-FX-FOUND-FLAG PIC X.
	88 FX-RATE-FOUND VALUE 'Y'.
01 WS-BASE-BALANCE PIC 9(11)V99.
01 WS-OWNER-SHARE PIC 9(11)V99.
01 WS-SHARE-LEFT PIC 9(11)V99.
01 WS-BOOK-TOTALS.
	05 WS-BOOK-TOTAL PIC 9(13)V99 VALUE ZERO.
	05 WS-BOOK-INSURED PIC 9(13)V99 VALUE ZERO.
	05 WS-BOOK-UNINSURED PIC 9(13)V99 VALUE ZERO.
	05 WS-BOOK-UNOWNED PIC 9(13)V99 VALUE ZERO.
01 WS-LIMIT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(8) VALUE 'CUST'.
	05 FILLER PIC X(31) VALUE 'NAME'.
	05 FILLER PIC X(5) VALUE 'ACCS'.
	05 FILLER PIC X(19) VALUE '    TOTAL DEPOSITS'.
	05 FILLER PIC X(19) VALUE '           INSURED'.
	05 FILLER PIC X(19) VALUE '         UNINSURED'.
01 WS-DETAIL-LINE.
	05 DL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NAME PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-ACCOUNTS PIC ZZ9.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-INSURED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-UNINSURED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-UNOWNED-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 UL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 UL-CURRENCY PIC X(3).
	05 FILLER PIC X(2) VALUE SPACES.
	05 UL-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(40).
	05 TL-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'DEPOSIT-INSURANCE' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-REPORT-MODE FROM ENVIRONMENT 'DEPINS_REPORT_MODE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-TODAY-DATE(5:4) NOT = '0101' AND NOT = '0401'
		AND NOT = '0701' AND NOT = '1001'
		AND NOT REPORT-FORCED
		DISPLAY 'Deposit insurance report runs on the first day of '
			'the quarter'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	MOVE 'INSURED-LIMIT' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-INSURED-LIMIT
	END-IF
	PERFORM LOAD-FX-RATES.
	PERFORM LOAD-ACCOUNT-OWNERS.
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM SWEEP-DEPOSITS.
	CLOSE ACCOUNT-MASTER.
	PERFORM APPLY-INSURED-LIMIT.
	OPEN INPUT CUSTOMER-MASTER.
	IF CU-OK
		SET NAMES-AVAILABLE TO TRUE
	ELSE
		CLOSE CUSTOMER-MASTER
	END-IF
	OPEN OUTPUT INSURANCE-REPORT.
	MOVE 'OPEN INSURANCE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT INSURANCE-EXTRACT.
	MOVE 'OPEN INSURANCE-EXTRACT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-INSURANCE-OUTPUT.
	IF NAMES-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF
	CLOSE INSURANCE-REPORT.
	CLOSE INSURANCE-EXTRACT.
	DISPLAY 'Deposit insurance: ' WS-CUST-COUNT ' customer(s), '
		WS-UNOWNED-COUNT ' unowned account(s), uninsured '
		WS-BOOK-UNINSURED.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the rate in force today is the latest one dated on or before it;
*> the file is keyed currency then date, so a forward pass leaves the
*> right one in the table
LOAD-FX-RATES.
	OPEN INPUT FX-RATES
	IF NOT FX-OK
		CLOSE FX-RATES
		DISPLAY 'No FX-RATES.DAT - only base-currency accounts '
			'will be valued'
	ELSE
		PERFORM UNTIL FX-RATES-EOF
			READ FX-RATES NEXT RECORD
				AT END SET FX-RATES-EOF TO TRUE
			END-READ
			IF NOT FX-RATES-EOF AND FX-RATE-DATE NOT > WS-TODAY-DATE
				PERFORM STORE-FX-RATE
			END-IF
		END-PERFORM
		CLOSE FX-RATES
	END-IF.

STORE-FX-RATE.
	MOVE ZERO TO WS-FX-SUB
	PERFORM VARYING WS-TRIAL-IX FROM 1 BY 1
			UNTIL WS-TRIAL-IX > WS-FX-COUNT
		IF WS-FX-TABLE-CURRENCY(WS-TRIAL-IX) = FX-CURRENCY-CODE
			MOVE WS-TRIAL-IX TO WS-FX-SUB
		END-IF
	END-PERFORM
	IF WS-FX-SUB = ZERO
		IF WS-FX-COUNT < 20
			ADD 1 TO WS-FX-COUNT
			MOVE WS-FX-COUNT TO WS-FX-SUB
			MOVE FX-CURRENCY-CODE TO WS-FX-TABLE-CURRENCY(WS-FX-SUB)
		ELSE
			DISPLAY 'FX rate table full, discarding currency '
				FX-CURRENCY-CODE
		END-IF
	END-IF
	IF WS-FX-SUB NOT = ZERO
		MOVE FX-RATE TO WS-FX-TABLE-RATE(WS-FX-SUB)
	END-IF.

*> the base currency (blank) is always at one
FIND-FX-RATE.
	MOVE 'N' TO WS-FX-FOUND-FLAG
	MOVE ZERO TO WS-FX-RATE
	IF WS-FX-CURRENCY = SPACES
		MOVE 1 TO WS-FX-RATE
		SET FX-RATE-FOUND TO TRUE
	ELSE
		PERFORM VARYING WS-FX-SUB FROM 1 BY 1
				UNTIL WS-FX-SUB > WS-FX-COUNT
			IF WS-FX-TABLE-CURRENCY(WS-FX-SUB) = WS-FX-CURRENCY
				MOVE WS-FX-TABLE-RATE(WS-FX-SUB) TO WS-FX-RATE
				SET FX-RATE-FOUND TO TRUE
			END-IF
		END-PERFORM
	END-IF.

*> the same customer listed twice against one account counts once
LOAD-ACCOUNT-OWNERS.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		DISPLAY 'No CUSTOMER-ACCOUNTS.DAT - every deposit is unowned'
		EXIT PARAGRAPH
	END-IF
	READ CUSTOMER-ACCOUNTS
		AT END SET XREF-EOF TO TRUE
	END-READ
	PERFORM UNTIL XREF-EOF
		MOVE ZERO TO WS-FOUND-SUB
		PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
			UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
			IF WS-OWNER-ACCOUNT(WS-OWNER-SUB) = XA-ACCOUNT-NO
				AND WS-OWNER-CUSTOMER(WS-OWNER-SUB) = XA-CUSTOMER-NO
				MOVE WS-OWNER-SUB TO WS-FOUND-SUB
			END-IF
		END-PERFORM
		IF WS-FOUND-SUB = ZERO
			IF WS-OWNER-COUNT < 1000
				ADD 1 TO WS-OWNER-COUNT
				MOVE XA-CUSTOMER-NO TO WS-OWNER-CUSTOMER(WS-OWNER-COUNT)
				MOVE XA-ACCOUNT-NO TO WS-OWNER-ACCOUNT(WS-OWNER-COUNT)
			ELSE
				DISPLAY 'owner table full - customer ' XA-CUSTOMER-NO
					' account ' XA-ACCOUNT-NO ' not counted'
			END-IF
		END-IF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

SWEEP-DEPOSITS.
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
	START ACCOUNT-MASTER KEY IS GREATER THAN OR EQUAL TO AM-ACCOUNT-NO
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ ACCOUNT-MASTER NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				ADD 1 TO JS-RECORDS-READ
				IF AM-BALANCE > ZERO
					PERFORM VALUE-ONE-DEPOSIT
				END-IF
		END-READ
	END-PERFORM.

VALUE-ONE-DEPOSIT.
	MOVE AM-CURRENCY-CODE TO WS-FX-CURRENCY
	PERFORM FIND-FX-RATE
	IF NOT FX-RATE-FOUND
		DISPLAY 'account ' AM-ACCOUNT-NO ' - no rate for '
			AM-CURRENCY-CODE ', not valued'
		ADD 1 TO WS-NOT-VALUED-COUNT
		ADD 1 TO JS-RECORDS-REJECTED
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-BASE-BALANCE ROUNDED = AM-BALANCE * WS-FX-RATE
	MOVE ZERO TO WS-OWNERS-OF-ACCOUNT
	PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
		UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
		IF WS-OWNER-ACCOUNT(WS-OWNER-SUB) = AM-ACCOUNT-NO
			ADD 1 TO WS-OWNERS-OF-ACCOUNT
		END-IF
	END-PERFORM
	IF WS-OWNERS-OF-ACCOUNT = ZERO
		PERFORM NOTE-UNOWNED-DEPOSIT
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-OWNER-SHARE = WS-BASE-BALANCE / WS-OWNERS-OF-ACCOUNT
	MOVE WS-BASE-BALANCE TO WS-SHARE-LEFT
	MOVE ZERO TO WS-OWNERS-SEEN
	PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
		UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
		IF WS-OWNER-ACCOUNT(WS-OWNER-SUB) = AM-ACCOUNT-NO
			ADD 1 TO WS-OWNERS-SEEN
			PERFORM CREDIT-OWNER-SHARE
		END-IF
	END-PERFORM.

*> the last owner takes whatever the equal shares left over
CREDIT-OWNER-SHARE.
	MOVE WS-OWNER-CUSTOMER(WS-OWNER-SUB) TO XA-CUSTOMER-NO
	PERFORM FIND-CUSTOMER-ENTRY
	IF WS-FOUND-SUB = ZERO
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-CUST-ACCOUNTS(WS-FOUND-SUB)
	IF WS-OWNERS-SEEN = WS-OWNERS-OF-ACCOUNT
		ADD WS-SHARE-LEFT TO WS-CUST-TOTAL(WS-FOUND-SUB)
	ELSE
		ADD WS-OWNER-SHARE TO WS-CUST-TOTAL(WS-FOUND-SUB)
		SUBTRACT WS-OWNER-SHARE FROM WS-SHARE-LEFT
	END-IF.

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
			MOVE ZERO TO WS-CUST-TOTAL(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-INSURED(WS-FOUND-SUB)
			MOVE ZERO TO WS-CUST-UNINSURED(WS-FOUND-SUB)
		ELSE
			DISPLAY 'customer table full - customer '
				XA-CUSTOMER-NO ' left off the report'
		END-IF
	END-IF.

NOTE-UNOWNED-DEPOSIT.
	IF WS-UNOWNED-COUNT < 500
		ADD 1 TO WS-UNOWNED-COUNT
		MOVE AM-ACCOUNT-NO TO WS-UNOWNED-ACCOUNT(WS-UNOWNED-COUNT)
		MOVE AM-CURRENCY-CODE TO WS-UNOWNED-CURRENCY(WS-UNOWNED-COUNT)
		MOVE WS-BASE-BALANCE TO WS-UNOWNED-BALANCE(WS-UNOWNED-COUNT)
	ELSE
		DISPLAY 'unowned table full - account ' AM-ACCOUNT-NO
			' left off the report'
	END-IF
	ADD WS-BASE-BALANCE TO WS-BOOK-UNOWNED.

APPLY-INSURED-LIMIT.
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		IF WS-CUST-TOTAL(WS-CUST-SUB) > WS-INSURED-LIMIT
			MOVE WS-INSURED-LIMIT TO WS-CUST-INSURED(WS-CUST-SUB)
			COMPUTE WS-CUST-UNINSURED(WS-CUST-SUB) =
				WS-CUST-TOTAL(WS-CUST-SUB) - WS-INSURED-LIMIT
		ELSE
			MOVE WS-CUST-TOTAL(WS-CUST-SUB)
				TO WS-CUST-INSURED(WS-CUST-SUB)
			MOVE ZERO TO WS-CUST-UNINSURED(WS-CUST-SUB)
		END-IF
		ADD WS-CUST-TOTAL(WS-CUST-SUB) TO WS-BOOK-TOTAL
		ADD WS-CUST-INSURED(WS-CUST-SUB) TO WS-BOOK-INSURED
		ADD WS-CUST-UNINSURED(WS-CUST-SUB) TO WS-BOOK-UNINSURED
	END-PERFORM.

WRITE-INSURANCE-OUTPUT.
	MOVE SPACES TO IX-HEADER-RECORD
	MOVE 'H' TO IX-RECORD-TYPE
	MOVE WS-TODAY-DATE TO IXH-REPORT-DATE
	MOVE WS-INSURED-LIMIT TO IXH-INSURED-LIMIT
	WRITE IX-HEADER-RECORD
	MOVE 'WRITE INSURANCE-EXTRACT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE WS-INSURED-LIMIT TO WS-LIMIT-ED
	MOVE SPACES TO INSURANCE-REPORT-LINE
	STRING 'DEPOSIT INSURANCE EXPOSURE AS AT ' WS-TODAY-DATE
		'   INSURED LIMIT PER CUSTOMER ' WS-LIMIT-ED
		DELIMITED BY SIZE INTO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE SPACES TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'DEPOSITS BY CUSTOMER' TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE WS-COLUMN-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		PERFORM WRITE-CUSTOMER-EXPOSURE
	END-PERFORM
	MOVE SPACES TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'DEPOSITS WITH NO OWNING CUSTOMER' TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	IF WS-UNOWNED-COUNT = ZERO
		MOVE '  none' TO INSURANCE-REPORT-LINE
		WRITE INSURANCE-REPORT-LINE
	END-IF
	PERFORM VARYING WS-UNOWNED-SUB FROM 1 BY 1
		UNTIL WS-UNOWNED-SUB > WS-UNOWNED-COUNT
		PERFORM WRITE-UNOWNED-DEPOSIT
	END-PERFORM
	PERFORM WRITE-BOOK-TOTALS.

WRITE-CUSTOMER-EXPOSURE.
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
	MOVE WS-CUST-NO(WS-CUST-SUB) TO DL-CUSTOMER
	MOVE WS-CUST-ACCOUNTS(WS-CUST-SUB) TO DL-ACCOUNTS
	MOVE WS-CUST-TOTAL(WS-CUST-SUB) TO DL-TOTAL
	MOVE WS-CUST-INSURED(WS-CUST-SUB) TO DL-INSURED
	MOVE WS-CUST-UNINSURED(WS-CUST-SUB) TO DL-UNINSURED
	MOVE WS-DETAIL-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'WRITE INSURANCE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO IX-CUSTOMER-RECORD
	MOVE 'D' TO IXD-RECORD-TYPE
	MOVE WS-CUST-NO(WS-CUST-SUB) TO IXD-CUSTOMER-NO
	MOVE DL-NAME TO IXD-NAME
	MOVE WS-CUST-ACCOUNTS(WS-CUST-SUB) TO IXD-ACCOUNTS
	MOVE WS-CUST-TOTAL(WS-CUST-SUB) TO IXD-TOTAL
	MOVE WS-CUST-INSURED(WS-CUST-SUB) TO IXD-INSURED
	MOVE WS-CUST-UNINSURED(WS-CUST-SUB) TO IXD-UNINSURED
	WRITE IX-CUSTOMER-RECORD
	MOVE 'WRITE INSURANCE-EXTRACT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO JS-RECORDS-WRITTEN.

WRITE-UNOWNED-DEPOSIT.
	MOVE WS-UNOWNED-ACCOUNT(WS-UNOWNED-SUB) TO UL-ACCOUNT
	MOVE WS-UNOWNED-CURRENCY(WS-UNOWNED-SUB) TO UL-CURRENCY
	MOVE WS-UNOWNED-BALANCE(WS-UNOWNED-SUB) TO UL-BALANCE
	MOVE WS-UNOWNED-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE SPACES TO IX-UNOWNED-RECORD
	MOVE 'U' TO IXU-RECORD-TYPE
	MOVE WS-UNOWNED-ACCOUNT(WS-UNOWNED-SUB) TO IXU-ACCOUNT-NO
	MOVE WS-UNOWNED-CURRENCY(WS-UNOWNED-SUB) TO IXU-CURRENCY
	MOVE WS-UNOWNED-BALANCE(WS-UNOWNED-SUB) TO IXU-BALANCE
	WRITE IX-UNOWNED-RECORD
	MOVE 'WRITE INSURANCE-EXTRACT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO JS-RECORDS-WRITTEN.

WRITE-BOOK-TOTALS.
	MOVE SPACES TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'TOTAL FOR THE BOOK' TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'CUSTOMER DEPOSITS' TO TL-LABEL
	MOVE WS-BOOK-TOTAL TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'INSURED' TO TL-LABEL
	MOVE WS-BOOK-INSURED TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'UNINSURED' TO TL-LABEL
	MOVE WS-BOOK-UNINSURED TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE 'DEPOSITS WITH NO OWNING CUSTOMER' TO TL-LABEL
	MOVE WS-BOOK-UNOWNED TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE SPACES TO INSURANCE-REPORT-LINE
	STRING 'CUSTOMERS: ' WS-CUST-COUNT
		'   UNOWNED ACCOUNTS: ' WS-UNOWNED-COUNT
		'   ACCOUNTS NOT VALUED (NO RATE): ' WS-NOT-VALUED-COUNT
		DELIMITED BY SIZE INTO INSURANCE-REPORT-LINE
	WRITE INSURANCE-REPORT-LINE
	MOVE SPACES TO IX-TRAILER-RECORD
	MOVE 'T' TO IXT-RECORD-TYPE
	MOVE WS-CUST-COUNT TO IXT-CUSTOMER-COUNT
	MOVE WS-UNOWNED-COUNT TO IXT-UNOWNED-COUNT
	MOVE WS-BOOK-TOTAL TO IXT-TOTAL
	MOVE WS-BOOK-INSURED TO IXT-INSURED
	MOVE WS-BOOK-UNINSURED TO IXT-UNINSURED
	WRITE IX-TRAILER-RECORD
	MOVE 'WRITE INSURANCE-EXTRACT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
