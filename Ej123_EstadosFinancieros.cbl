*> Purpose: Month-end balance sheet and income statement
*>
*> Finance built the statements by hand from GL-TRIAL-BALANCE.PRT. On
*> the first of the month (or any day with STATEMENT_PERIOD=yyyymm
*> naming the month wanted) this reads GL-BALANCES.DAT, which GL-POST
*> keeps as each period's debits and credits per GL account, and
*> places every account on its statement line through the chart of
*> accounts on GL-ACCOUNTS.DAT. GL-STATEMENTS.PRT carries:
*>
*>   balance sheet      assets, liabilities and equity by statement
*>                      line: the month's movement, the balance at the
*>                      month end, and the balance at the same month
*>                      end a year earlier. Income less expenses to
*>                      date shows under equity as retained and
*>                      current earnings, so the sheet balances.
*>   income statement   income and expenses by statement line: the
*>                      month, the year to date, and the same months of
*>                      the prior year to date.
*>
*> A GL account with balances but no place on the chart is listed
*> after the statements - it leaves the balance sheet out by its
*> amount until GL-CHART-MAINT gives it a line. Assets and expenses
*> print debit-positive, the rest credit-positive. The run only
*> reads, so any earlier month reruns safely.
*>
*> Mod history:
*> 24.10.20 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. GL-STATEMENTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY GL-ACCOUNTS-SELECT.
	SELECT GL-BALANCES ASSIGN TO 'GL-BALANCES.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GB-KEY
		FILE STATUS IS GB-FILE-STATUS.
	SELECT STATEMENT-REPORT ASSIGN TO 'GL-STATEMENTS.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY GL-ACCOUNTS-FD.

FD GL-BALANCES.
01 GL-BALANCES-RECORD.
	05 GB-KEY.
		10 GB-PERIOD PIC 9(6).
		10 GB-GL-ACCOUNT PIC 9(8).
	05 GB-DEBIT-TOTAL PIC 9(11)V99.
	05 GB-CREDIT-TOTAL PIC 9(11)V99.

FD STATEMENT-REPORT.
01 STATEMENT-LINE PIC X(132).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-PERIOD-TEXT PIC X(6) VALUE SPACES.
01 WS-PERIOD PIC 9(6).
01 WS-YEAR-START PIC 9(6).
01 WS-PRIOR-PERIOD PIC 9(6).
01 WS-PRIOR-YEAR-START PIC 9(6).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 99.
01 WS-GB-EOF PIC X VALUE 'N'.
	88 BALANCES-EOF VALUE 'Y'.
01 WS-CHART-EOF PIC X VALUE 'N'.
	88 CHART-EOF VALUE 'Y'.
01 GB-FILE-STATUS PIC X(2).
	88 GB-OK VALUE '00'.
COPY GL-ACCOUNTS-STATUS.
*> every chart account with what it carried; an account found on the
*> balances but not on the chart is added with type 'U'
01 WS-ACCT-COUNT PIC 9(4) VALUE ZERO.
01 WS-ACCT-TABLE.
	05 WS-ACCT-ENTRY OCCURS 500 TIMES.
		10 WS-ACCT-GL-ACCOUNT PIC 9(8).
		10 WS-ACCT-TYPE PIC X.
		10 WS-ACCT-LINE PIC 9(3).
		10 WS-ACCT-CAPTION PIC X(30).
		10 WS-ACCT-PERIOD PIC S9(13)V99.
		10 WS-ACCT-YTD PIC S9(13)V99.
		10 WS-ACCT-BALANCE PIC S9(13)V99.
		10 WS-ACCT-PRIOR-YTD PIC S9(13)V99.
		10 WS-ACCT-PRIOR-BALANCE PIC S9(13)V99.
01 WS-ACCT-SUB PIC 9(4).
01 WS-ACCT-FOUND-SUB PIC 9(4).
01 WS-NET-AMOUNT PIC S9(13)V99.
*> one entry per statement line; the three amounts are already in the
*> statement's own sign and columns
01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
01 WS-LINE-TABLE.
	05 WS-LINE-ENTRY OCCURS 300 TIMES.
		10 WS-LINE-SECTION PIC X.
		10 WS-LINE-NUMBER PIC 9(3).
		10 WS-LINE-CAPTION PIC X(30).
		10 WS-LINE-COL-1 PIC S9(13)V99.
		10 WS-LINE-COL-2 PIC S9(13)V99.
		10 WS-LINE-COL-3 PIC S9(13)V99.
01 WS-LINE-SUB PIC 9(3).
01 WS-LINE-FOUND-SUB PIC 9(3).
01 WS-SIGNED-AMOUNT PIC S9(13)V99.
01 WS-PRINT-SECTION PIC X.
01 WS-LAST-LINE PIC 9(3).
01 WS-NEXT-SUB PIC 9(3).
01 WS-SECTION-TOTAL.
	05 WS-SECTION-COL-1 PIC S9(13)V99.
	05 WS-SECTION-COL-2 PIC S9(13)V99.
	05 WS-SECTION-COL-3 PIC S9(13)V99.
01 WS-ASSET-TOTAL.
	05 WS-ASSET-COL-1 PIC S9(13)V99.
	05 WS-ASSET-COL-2 PIC S9(13)V99.
	05 WS-ASSET-COL-3 PIC S9(13)V99.
01 WS-CLAIMS-TOTAL.
	05 WS-CLAIMS-COL-1 PIC S9(13)V99.
	05 WS-CLAIMS-COL-2 PIC S9(13)V99.
	05 WS-CLAIMS-COL-3 PIC S9(13)V99.
01 WS-INCOME-TOTAL.
	05 WS-INCOME-COL-1 PIC S9(13)V99.
	05 WS-INCOME-COL-2 PIC S9(13)V99.
	05 WS-INCOME-COL-3 PIC S9(13)V99.
01 WS-EARNINGS.
	05 WS-EARNINGS-COL-1 PIC S9(13)V99.
	05 WS-EARNINGS-COL-2 PIC S9(13)V99.
	05 WS-EARNINGS-COL-3 PIC S9(13)V99.
01 WS-UNCHARTED-COUNT PIC 9(4) VALUE ZERO.
01 WS-PRINTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-HEADING-LINE.
	05 FILLER PIC X(37) VALUE SPACES.
	05 HL-COL-1 PIC X(21).
	05 HL-COL-2 PIC X(21).
	05 HL-COL-3 PIC X(21).
01 WS-DETAIL-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-LINE PIC ZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-CAPTION PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-COL-1 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-COL-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-COL-3 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-TOTAL-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TL-LABEL PIC X(35).
	05 TL-COL-1 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TL-COL-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TL-COL-3 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'GL-STATEMENTS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT 'STATEMENT_PERIOD'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-PERIOD-TEXT = SPACES AND WS-TODAY-DATE(7:2) NOT = '01'
		DISPLAY 'Financial statements run on the first of the month'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM SET-STATEMENT-PERIODS.
	OPEN INPUT GL-ACCOUNTS.
	IF GA-OK
		PERFORM LOAD-CHART-OF-ACCOUNTS
		CLOSE GL-ACCOUNTS
	ELSE
		CLOSE GL-ACCOUNTS
		DISPLAY 'No GL-ACCOUNTS.DAT - every GL account is uncharted'
	END-IF
	OPEN INPUT GL-BALANCES.
	IF GB-OK
		PERFORM ACCUMULATE-GL-BALANCES
	ELSE
		DISPLAY 'No GL-BALANCES.DAT - the statements will be empty'
	END-IF
	CLOSE GL-BALANCES.
	PERFORM BUILD-STATEMENT-LINES.
	OPEN OUTPUT STATEMENT-REPORT.
	MOVE 'OPEN STATEMENT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-BALANCE-SHEET.
	PERFORM WRITE-INCOME-STATEMENT.
	IF WS-UNCHARTED-COUNT > ZERO
		PERFORM WRITE-UNCHARTED-ACCOUNTS
	END-IF
	CLOSE STATEMENT-REPORT.
	DISPLAY 'Financial statements ' WS-PERIOD ': ' WS-LINE-COUNT
		' statement line(s), ' WS-UNCHARTED-COUNT
		' uncharted GL account(s)'.
	MOVE WS-PRINTED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-UNCHARTED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the month just ended unless one is named; the year to date starts
*> at its January, and the prior-year figures stop at the same month a
*> year back
SET-STATEMENT-PERIODS.
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
	MOVE WS-PERIOD(1:4) TO WS-WORK-YEAR
	COMPUTE WS-YEAR-START = WS-WORK-YEAR * 100 + 1
	COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 100
	COMPUTE WS-PRIOR-YEAR-START = WS-YEAR-START - 100.

LOAD-CHART-OF-ACCOUNTS.
	MOVE LOW-VALUES TO GA-GL-ACCOUNT
	START GL-ACCOUNTS KEY IS GREATER THAN OR EQUAL TO GA-GL-ACCOUNT
		INVALID KEY SET CHART-EOF TO TRUE
	END-START
	PERFORM UNTIL CHART-EOF
		READ GL-ACCOUNTS NEXT RECORD
			AT END SET CHART-EOF TO TRUE
			NOT AT END
				IF WS-ACCT-COUNT < 500
					ADD 1 TO WS-ACCT-COUNT
					MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
					MOVE GA-GL-ACCOUNT TO WS-ACCT-GL-ACCOUNT(WS-ACCT-SUB)
					MOVE GA-ACCOUNT-TYPE TO WS-ACCT-TYPE(WS-ACCT-SUB)
					MOVE GA-STATEMENT-LINE TO WS-ACCT-LINE(WS-ACCT-SUB)
					MOVE GA-LINE-CAPTION TO WS-ACCT-CAPTION(WS-ACCT-SUB)
					PERFORM CLEAR-ACCOUNT-AMOUNTS
				ELSE
					DISPLAY 'chart table full - GL account '
						GA-GL-ACCOUNT ' treated as uncharted'
				END-IF
		END-READ
	END-PERFORM.

CLEAR-ACCOUNT-AMOUNTS.
	MOVE ZERO TO WS-ACCT-PERIOD(WS-ACCT-SUB)
	MOVE ZERO TO WS-ACCT-YTD(WS-ACCT-SUB)
	MOVE ZERO TO WS-ACCT-BALANCE(WS-ACCT-SUB)
	MOVE ZERO TO WS-ACCT-PRIOR-YTD(WS-ACCT-SUB)
	MOVE ZERO TO WS-ACCT-PRIOR-BALANCE(WS-ACCT-SUB).

*> the balances are keyed period first, so everything up to the
*> statement month comes in one pass from the start of the file
ACCUMULATE-GL-BALANCES.
	MOVE LOW-VALUES TO GB-KEY
	START GL-BALANCES KEY IS GREATER THAN OR EQUAL TO GB-KEY
		INVALID KEY SET BALANCES-EOF TO TRUE
	END-START
	PERFORM UNTIL BALANCES-EOF
		READ GL-BALANCES NEXT RECORD
			AT END SET BALANCES-EOF TO TRUE
		END-READ
		IF NOT BALANCES-EOF
			IF GB-PERIOD > WS-PERIOD
				SET BALANCES-EOF TO TRUE
			ELSE
				ADD 1 TO JS-RECORDS-READ
				PERFORM ACCUMULATE-ONE-BALANCE
			END-IF
		END-IF
	END-PERFORM.

*> amounts are held debit-positive until they reach a statement line
ACCUMULATE-ONE-BALANCE.
	PERFORM FIND-CHART-ACCOUNT
	IF WS-ACCT-FOUND-SUB = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE WS-ACCT-FOUND-SUB TO WS-ACCT-SUB
	COMPUTE WS-NET-AMOUNT = GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
	ADD WS-NET-AMOUNT TO WS-ACCT-BALANCE(WS-ACCT-SUB)
	IF GB-PERIOD = WS-PERIOD
		ADD WS-NET-AMOUNT TO WS-ACCT-PERIOD(WS-ACCT-SUB)
	END-IF
	IF GB-PERIOD NOT < WS-YEAR-START
		ADD WS-NET-AMOUNT TO WS-ACCT-YTD(WS-ACCT-SUB)
	END-IF
	IF GB-PERIOD NOT > WS-PRIOR-PERIOD
		ADD WS-NET-AMOUNT TO WS-ACCT-PRIOR-BALANCE(WS-ACCT-SUB)
		IF GB-PERIOD NOT < WS-PRIOR-YEAR-START
			ADD WS-NET-AMOUNT TO WS-ACCT-PRIOR-YTD(WS-ACCT-SUB)
		END-IF
	END-IF.

FIND-CHART-ACCOUNT.
	MOVE ZERO TO WS-ACCT-FOUND-SUB
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT OR WS-ACCT-FOUND-SUB > ZERO
		IF WS-ACCT-GL-ACCOUNT(WS-ACCT-SUB) = GB-GL-ACCOUNT
			MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-ACCT-FOUND-SUB > ZERO
		EXIT PARAGRAPH
	END-IF
	IF WS-ACCT-COUNT < 500
		ADD 1 TO WS-ACCT-COUNT
		ADD 1 TO WS-UNCHARTED-COUNT
		MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
		MOVE GB-GL-ACCOUNT TO WS-ACCT-GL-ACCOUNT(WS-ACCT-SUB)
		MOVE 'U' TO WS-ACCT-TYPE(WS-ACCT-SUB)
		MOVE ZERO TO WS-ACCT-LINE(WS-ACCT-SUB)
		MOVE SPACES TO WS-ACCT-CAPTION(WS-ACCT-SUB)
		PERFORM CLEAR-ACCOUNT-AMOUNTS
		MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
	ELSE
		DISPLAY 'chart table full - GL account ' GB-GL-ACCOUNT
			' left off the statements'
	END-IF.

*> balance sheet lines take the month, the balance and the prior-year
*> balance; income statement lines the month, the year to date and the
*> prior year to date. A line prints in the sign of the account that
*> opened it, so a contra account on the line nets against it
BUILD-STATEMENT-LINES.
	MOVE ZERO TO WS-EARNINGS-COL-1
	MOVE ZERO TO WS-EARNINGS-COL-2
	MOVE ZERO TO WS-EARNINGS-COL-3
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		IF WS-ACCT-TYPE(WS-ACCT-SUB) NOT = 'U'
			PERFORM ADD-ACCOUNT-TO-LINE
		END-IF
		IF WS-ACCT-TYPE(WS-ACCT-SUB) = 'I'
			OR WS-ACCT-TYPE(WS-ACCT-SUB) = 'E'
			SUBTRACT WS-ACCT-PERIOD(WS-ACCT-SUB) FROM WS-EARNINGS-COL-1
			SUBTRACT WS-ACCT-BALANCE(WS-ACCT-SUB) FROM WS-EARNINGS-COL-2
			SUBTRACT WS-ACCT-PRIOR-BALANCE(WS-ACCT-SUB)
				FROM WS-EARNINGS-COL-3
		END-IF
	END-PERFORM.

ADD-ACCOUNT-TO-LINE.
	MOVE ZERO TO WS-LINE-FOUND-SUB
	PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
		UNTIL WS-LINE-SUB > WS-LINE-COUNT OR WS-LINE-FOUND-SUB > ZERO
		IF WS-LINE-NUMBER(WS-LINE-SUB) = WS-ACCT-LINE(WS-ACCT-SUB)
			MOVE WS-LINE-SUB TO WS-LINE-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-LINE-FOUND-SUB = ZERO
		IF WS-LINE-COUNT NOT < 300
			DISPLAY 'statement line table full - GL account '
				WS-ACCT-GL-ACCOUNT(WS-ACCT-SUB) ' left off'
			EXIT PARAGRAPH
		END-IF
		ADD 1 TO WS-LINE-COUNT
		MOVE WS-LINE-COUNT TO WS-LINE-FOUND-SUB
		MOVE WS-ACCT-TYPE(WS-ACCT-SUB)
			TO WS-LINE-SECTION(WS-LINE-FOUND-SUB)
		MOVE WS-ACCT-LINE(WS-ACCT-SUB)
			TO WS-LINE-NUMBER(WS-LINE-FOUND-SUB)
		MOVE WS-ACCT-CAPTION(WS-ACCT-SUB)
			TO WS-LINE-CAPTION(WS-LINE-FOUND-SUB)
		MOVE ZERO TO WS-LINE-COL-1(WS-LINE-FOUND-SUB)
		MOVE ZERO TO WS-LINE-COL-2(WS-LINE-FOUND-SUB)
		MOVE ZERO TO WS-LINE-COL-3(WS-LINE-FOUND-SUB)
	END-IF
	MOVE WS-LINE-FOUND-SUB TO WS-LINE-SUB
	IF WS-LINE-SECTION(WS-LINE-SUB) = 'I' OR 'E'
		MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-1
		MOVE WS-ACCT-YTD(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-2
		MOVE WS-ACCT-PRIOR-YTD(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-3
	ELSE
		MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-1
		MOVE WS-ACCT-BALANCE(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-2
		MOVE WS-ACCT-PRIOR-BALANCE(WS-ACCT-SUB) TO WS-SIGNED-AMOUNT
		PERFORM ADD-SIGNED-TO-COL-3
	END-IF.

*> assets and expenses are debit-positive, everything else credit
SET-STATEMENT-SIGN.
	IF WS-LINE-SECTION(WS-LINE-SUB) NOT = 'A'
		AND WS-LINE-SECTION(WS-LINE-SUB) NOT = 'E'
		COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
	END-IF.

ADD-SIGNED-TO-COL-1.
	PERFORM SET-STATEMENT-SIGN
	ADD WS-SIGNED-AMOUNT TO WS-LINE-COL-1(WS-LINE-SUB).

ADD-SIGNED-TO-COL-2.
	PERFORM SET-STATEMENT-SIGN
	ADD WS-SIGNED-AMOUNT TO WS-LINE-COL-2(WS-LINE-SUB).

ADD-SIGNED-TO-COL-3.
	PERFORM SET-STATEMENT-SIGN
	ADD WS-SIGNED-AMOUNT TO WS-LINE-COL-3(WS-LINE-SUB).

WRITE-BALANCE-SHEET.
	MOVE SPACES TO STATEMENT-LINE
	STRING 'BALANCE SHEET - PERIOD ' WS-PERIOD
		'          RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE '     PERIOD MOVEMENT' TO HL-COL-1
	MOVE '   BALANCE AT PERIOD' TO HL-COL-2
	MOVE '  PRIOR-YEAR BALANCE' TO HL-COL-3
	MOVE WS-HEADING-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'ASSETS' TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'A' TO WS-PRINT-SECTION
	PERFORM WRITE-SECTION-LINES
	MOVE WS-SECTION-TOTAL TO WS-ASSET-TOTAL
	MOVE 'TOTAL ASSETS' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	MOVE 'LIABILITIES' TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'L' TO WS-PRINT-SECTION
	PERFORM WRITE-SECTION-LINES
	MOVE WS-SECTION-TOTAL TO WS-CLAIMS-TOTAL
	MOVE 'TOTAL LIABILITIES' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	MOVE 'EQUITY' TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'Q' TO WS-PRINT-SECTION
	PERFORM WRITE-SECTION-LINES
	MOVE ZERO TO DL-LINE
	MOVE 'RETAINED AND CURRENT EARNINGS' TO DL-CAPTION
	MOVE WS-EARNINGS-COL-1 TO DL-COL-1
	MOVE WS-EARNINGS-COL-2 TO DL-COL-2
	MOVE WS-EARNINGS-COL-3 TO DL-COL-3
	MOVE WS-DETAIL-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	ADD WS-EARNINGS-COL-1 TO WS-SECTION-COL-1
	ADD WS-EARNINGS-COL-2 TO WS-SECTION-COL-2
	ADD WS-EARNINGS-COL-3 TO WS-SECTION-COL-3
	MOVE 'TOTAL EQUITY' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	ADD WS-SECTION-COL-1 TO WS-CLAIMS-COL-1
	ADD WS-SECTION-COL-2 TO WS-CLAIMS-COL-2
	ADD WS-SECTION-COL-3 TO WS-CLAIMS-COL-3
	MOVE WS-CLAIMS-TOTAL TO WS-SECTION-TOTAL
	MOVE 'TOTAL LIABILITIES AND EQUITY' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	IF WS-ASSET-COL-2 = WS-CLAIMS-COL-2
		AND WS-ASSET-COL-3 = WS-CLAIMS-COL-3
		MOVE 'ASSETS EQUAL LIABILITIES AND EQUITY' TO STATEMENT-LINE
		WRITE STATEMENT-LINE
	ELSE
		MOVE '*** BALANCE SHEET DOES NOT BALANCE ***' TO STATEMENT-LINE
		WRITE STATEMENT-LINE
		MOVE 'SEE THE UNCHARTED GL ACCOUNTS BELOW' TO STATEMENT-LINE
		WRITE STATEMENT-LINE
		DISPLAY '*** balance sheet for ' WS-PERIOD
			' does not balance ***'
	END-IF.

WRITE-INCOME-STATEMENT.
	MOVE SPACES TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE SPACES TO STATEMENT-LINE
	STRING 'INCOME STATEMENT - PERIOD ' WS-PERIOD
		'       RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE '      CURRENT PERIOD' TO HL-COL-1
	MOVE '        YEAR TO DATE' TO HL-COL-2
	MOVE '  PRIOR YEAR TO DATE' TO HL-COL-3
	MOVE WS-HEADING-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'INCOME' TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'I' TO WS-PRINT-SECTION
	PERFORM WRITE-SECTION-LINES
	MOVE WS-SECTION-TOTAL TO WS-INCOME-TOTAL
	MOVE 'TOTAL INCOME' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	MOVE 'EXPENSES' TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'E' TO WS-PRINT-SECTION
	PERFORM WRITE-SECTION-LINES
	MOVE 'TOTAL EXPENSES' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL
	SUBTRACT WS-SECTION-COL-1 FROM WS-INCOME-COL-1
	SUBTRACT WS-SECTION-COL-2 FROM WS-INCOME-COL-2
	SUBTRACT WS-SECTION-COL-3 FROM WS-INCOME-COL-3
	MOVE WS-INCOME-TOTAL TO WS-SECTION-TOTAL
	MOVE 'NET INCOME' TO TL-LABEL
	PERFORM WRITE-SECTION-TOTAL.

*> the section's lines in ascending line number: each pass prints the
*> lowest line above the one printed last
WRITE-SECTION-LINES.
	MOVE ZERO TO WS-SECTION-COL-1
	MOVE ZERO TO WS-SECTION-COL-2
	MOVE ZERO TO WS-SECTION-COL-3
	MOVE ZERO TO WS-LAST-LINE
	MOVE 1 TO WS-NEXT-SUB
	PERFORM UNTIL WS-NEXT-SUB = ZERO
		MOVE ZERO TO WS-NEXT-SUB
		PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
			UNTIL WS-LINE-SUB > WS-LINE-COUNT
			IF WS-LINE-SECTION(WS-LINE-SUB) = WS-PRINT-SECTION
				AND WS-LINE-NUMBER(WS-LINE-SUB) > WS-LAST-LINE
				IF WS-NEXT-SUB = ZERO
					MOVE WS-LINE-SUB TO WS-NEXT-SUB
				ELSE
					IF WS-LINE-NUMBER(WS-LINE-SUB)
						< WS-LINE-NUMBER(WS-NEXT-SUB)
						MOVE WS-LINE-SUB TO WS-NEXT-SUB
					END-IF
				END-IF
			END-IF
		END-PERFORM
		IF WS-NEXT-SUB NOT = ZERO
			PERFORM WRITE-ONE-STATEMENT-LINE
		END-IF
	END-PERFORM.

WRITE-ONE-STATEMENT-LINE.
	MOVE WS-LINE-NUMBER(WS-NEXT-SUB) TO WS-LAST-LINE
	MOVE WS-LINE-NUMBER(WS-NEXT-SUB) TO DL-LINE
	MOVE WS-LINE-CAPTION(WS-NEXT-SUB) TO DL-CAPTION
	MOVE WS-LINE-COL-1(WS-NEXT-SUB) TO DL-COL-1
	MOVE WS-LINE-COL-2(WS-NEXT-SUB) TO DL-COL-2
	MOVE WS-LINE-COL-3(WS-NEXT-SUB) TO DL-COL-3
	MOVE WS-DETAIL-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE 'WRITE STATEMENT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-PRINTED-COUNT
	ADD WS-LINE-COL-1(WS-NEXT-SUB) TO WS-SECTION-COL-1
	ADD WS-LINE-COL-2(WS-NEXT-SUB) TO WS-SECTION-COL-2
	ADD WS-LINE-COL-3(WS-NEXT-SUB) TO WS-SECTION-COL-3.

WRITE-SECTION-TOTAL.
	MOVE WS-SECTION-COL-1 TO TL-COL-1
	MOVE WS-SECTION-COL-2 TO TL-COL-2
	MOVE WS-SECTION-COL-3 TO TL-COL-3
	MOVE WS-TOTAL-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE SPACES TO STATEMENT-LINE
	WRITE STATEMENT-LINE.

*> debit-positive, in the balance sheet's columns
WRITE-UNCHARTED-ACCOUNTS.
	MOVE 'GL ACCOUNTS WITH BALANCES BUT NOT ON THE CHART OF ACCOUNTS'
		TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
		UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
		IF WS-ACCT-TYPE(WS-ACCT-SUB) = 'U'
			MOVE ZERO TO DL-LINE
			MOVE SPACES TO DL-CAPTION
			STRING 'GL ACCOUNT ' WS-ACCT-GL-ACCOUNT(WS-ACCT-SUB)
				DELIMITED BY SIZE INTO DL-CAPTION
			MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO DL-COL-1
			MOVE WS-ACCT-BALANCE(WS-ACCT-SUB) TO DL-COL-2
			MOVE WS-ACCT-PRIOR-BALANCE(WS-ACCT-SUB) TO DL-COL-3
			MOVE WS-DETAIL-LINE TO STATEMENT-LINE
			WRITE STATEMENT-LINE
		END-IF
	END-PERFORM.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
