*> Purpose: Nightly structuring and velocity monitoring over ACCOUNT-HISTORY
*>
*> LARGE-TRANSACTION.RPT only ever sees one posting at a time, so cash
*> split into several deposits just under AL-LARGE-THRESHOLD - across
*> days, or across one customer's accounts - went straight through.
*> This runs after posting and looks back over ACCOUNT-HISTORY in a
*> rolling window of MON-WINDOW-DAYS days (default 7) per account,
*> and per customer through the CUSTOMER-ACCOUNTS.DAT cross-reference:
*>   S  MON-NEAR-COUNT (default 3) or more cash deposits on one
*>      account between MON-NEAR-PCT percent (default 80) of the
*>      threshold and the threshold itself;
*>   C  the same count reached by a customer across two or more of
*>      their accounts, none of which need reach it on its own;
*>   V  the window's volume more than MON-VOLUME-FACTOR times
*>      (default 3) the account's own average for a window of that
*>      length over the MON-BASELINE-DAYS days (default 90) before it,
*>      and at least the threshold - an account with no history in the
*>      baseline has nothing to jump from and is left to rules S and P;
*>   P  at least the threshold credited in the window and MON-PASS-PCT
*>      percent (default 80) or more of it debited out again.
*> The threshold is the one BANK-TRANSACTION uses (ACCOUNT-LIMITS
*> record zero); with no limits master nothing is measured. Reversed
*> rows and the reversals themselves are left out. Every alert lands
*> on MONITOR-ALERTS.DAT open, for compliance to dispose of through
*> ALERT-DISPOSITION; an account or customer already alerted under the
*> same rule for a window overlapping tonight's is not alerted again.
*>
*> Mod history:
*> 24.09.26 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSACTION-MONITOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY MONITOR-ALERTS-SELECT.
	SELECT ACCOUNT-LIMITS ASSIGN TO 'ACCOUNT-LIMITS.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AL-ACCOUNT-NO
		FILE STATUS IS AL-FILE-STATUS.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY ACCOUNT-HISTORY-FD.

COPY MONITOR-ALERTS-FD.

FD ACCOUNT-LIMITS.
01 ACCOUNT-LIMITS-RECORD.
	05 AL-ACCOUNT-NO PIC 9(10).
	05 AL-DAILY-WITHDRAWAL-LIMIT PIC 9(9)V99.
	05 AL-DAILY-TRANSFER-LIMIT PIC 9(9)V99.
	05 AL-LARGE-THRESHOLD PIC 9(9)V99.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-WORK-INT PIC 9(7).
01 WS-WINDOW-FROM PIC 9(8).
01 WS-WINDOW-FROM-TEXT PIC X(8).
01 WS-BASELINE-FROM PIC 9(8).
01 WS-BASELINE-FROM-TEXT PIC X(8).
*> the monitoring parameters, each overridable from the parameter file
01 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
01 WS-BASELINE-DAYS PIC 9(3) VALUE 90.
01 WS-NEAR-PCT PIC 9(3) VALUE 80.
01 WS-NEAR-COUNT-MIN PIC 9(3) VALUE 3.
01 WS-VOLUME-FACTOR PIC 9(3) VALUE 3.
01 WS-PASS-PCT PIC 9(3) VALUE 80.
01 WS-LARGE-THRESHOLD PIC 9(9)V99 VALUE 999999999.99.
01 WS-NEAR-FLOOR PIC 9(9)V99.
01 WS-THRESHOLD-FLAG PIC X VALUE 'N'.
	88 THRESHOLD-SET VALUE 'Y'.
01 AL-FILE-STATUS PIC X(2).
	88 AL-OK VALUE '00'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 WS-MASTER-EOF PIC X VALUE 'N'.
	88 MASTER-EOF VALUE 'Y'.
01 WS-HISTORY-EOF PIC X VALUE 'N'.
	88 HISTORY-EOF VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-ALERT-EOF PIC X VALUE 'N'.
	88 ALERT-SCAN-EOF VALUE 'Y'.
*> one account's look-back, rebuilt for every account on the master
01 WS-ACCOUNT-TOTALS.
	05 WS-WIN-ITEMS PIC 9(5).
	05 WS-WIN-CREDITS PIC 9(9)V99.
	05 WS-WIN-DEBITS PIC 9(9)V99.
	05 WS-NEAR-COUNT PIC 9(5).
	05 WS-NEAR-TOTAL PIC 9(9)V99.
	05 WS-BASE-VOLUME PIC 9(11)V99.
01 WS-WIN-VOLUME PIC 9(9)V99.
01 WS-BASE-AVERAGE PIC 9(9)V99.
01 WS-VOLUME-LIMIT PIC 9(11)V99.
01 WS-PASS-LIMIT PIC 9(9)V99.
*> account-to-customer cross-reference, as ACCOUNT-STATEMENT loads it
01 WS-XREF-TABLE.
	05 WS-XREF-ENTRY OCCURS 500 TIMES.
		10 WS-XREF-CUSTOMER PIC 9(6).
		10 WS-XREF-ACCOUNT PIC 9(10).
01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
01 WS-XREF-SUB PIC 9(3).
*> near-threshold deposits summed per customer across their accounts
01 WS-CUSTOMER-TABLE.
	05 WS-CUST-ENTRY OCCURS 500 TIMES.
		10 WS-CUST-NO PIC 9(6).
		10 WS-CUST-NEAR-COUNT PIC 9(5).
		10 WS-CUST-NEAR-TOTAL PIC 9(9)V99.
		10 WS-CUST-ACCOUNTS PIC 9(3).
01 WS-CUST-COUNT PIC 9(3) VALUE ZERO.
01 WS-CUST-SUB PIC 9(3).
01 WS-CUST-IX PIC 9(3).
*> alerts already raised for a window overlapping tonight's; a rule
*> and subject found here is not alerted again
01 WS-RAISED-TABLE.
	05 WS-RAISED-ENTRY OCCURS 1000 TIMES.
		10 WS-RAISED-RULE PIC X.
		10 WS-RAISED-SUBJECT PIC 9(10).
01 WS-RAISED-COUNT PIC 9(4) VALUE ZERO.
01 WS-RAISED-SUB PIC 9(4).
01 WS-RAISED-FLAG PIC X.
	88 ALREADY-RAISED VALUE 'Y'.
01 WS-NEXT-SEQ PIC 9(5) VALUE ZERO.
01 WS-WRITTEN-FLAG PIC X.
	88 ALERT-WRITTEN VALUE 'Y'.
*> the alert being raised
01 WS-NEW-RULE PIC X.
01 WS-NEW-SUBJECT PIC 9(10).
01 WS-NEW-COUNT PIC 9(5).
01 WS-NEW-AMOUNT PIC 9(9)V99.
01 WS-NEW-COMPARE PIC 9(9)V99.
01 WS-ACCOUNTS-SCANNED PIC 9(7) VALUE ZERO.
01 WS-HISTORY-READ PIC 9(7) VALUE ZERO.
01 WS-ALERTS-RAISED PIC 9(5) VALUE ZERO.
01 WS-ALERTS-SUPPRESSED PIC 9(5) VALUE ZERO.
COPY MONITOR-ALERTS-STATUS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TRANSACTION-MONITOR' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM LOAD-MONITOR-PARAMETERS
	PERFORM LOAD-LARGE-THRESHOLD
	IF NOT THRESHOLD-SET
		DISPLAY 'No large-transaction threshold on ACCOUNT-LIMITS - '
			'nothing to monitor against'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	COMPUTE WS-NEAR-FLOOR ROUNDED =
		WS-LARGE-THRESHOLD * WS-NEAR-PCT / 100
	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
	COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
	COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
	COMPUTE WS-WORK-INT = WS-WORK-INT - WS-BASELINE-DAYS
	COMPUTE WS-BASELINE-FROM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
	MOVE WS-WINDOW-FROM TO WS-WINDOW-FROM-TEXT
	MOVE WS-BASELINE-FROM TO WS-BASELINE-FROM-TEXT
	PERFORM LOAD-ACCOUNT-XREF
	OPEN I-O MONITOR-ALERTS.
	IF NOT MA-OK
		CLOSE MONITOR-ALERTS
		OPEN OUTPUT MONITOR-ALERTS
		CLOSE MONITOR-ALERTS
		OPEN I-O MONITOR-ALERTS
	END-IF
	PERFORM LOAD-RAISED-ALERTS
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT ACCOUNT-HISTORY.
	MOVE 'OPEN ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
	START ACCOUNT-MASTER KEY IS GREATER THAN OR EQUAL TO AM-ACCOUNT-NO
		INVALID KEY SET MASTER-EOF TO TRUE
	END-START
	PERFORM UNTIL MASTER-EOF
		READ ACCOUNT-MASTER NEXT RECORD
			AT END SET MASTER-EOF TO TRUE
		END-READ
		IF NOT MASTER-EOF
			ADD 1 TO WS-ACCOUNTS-SCANNED
			PERFORM SCAN-ACCOUNT-HISTORY
			PERFORM APPLY-ACCOUNT-RULES
			PERFORM ADD-TO-CUSTOMERS
		END-IF
	END-PERFORM
	PERFORM APPLY-CUSTOMER-RULES
	CLOSE ACCOUNT-MASTER.
	CLOSE ACCOUNT-HISTORY.
	CLOSE MONITOR-ALERTS.
	DISPLAY 'Transaction monitor: ' WS-ACCOUNTS-SCANNED ' accounts, window '
		WS-WINDOW-FROM ' - ' WS-TODAY-DATE ', ' WS-ALERTS-RAISED
		' alert(s) raised, ' WS-ALERTS-SUPPRESSED ' already open'
	MOVE WS-HISTORY-READ TO JS-RECORDS-READ.
	MOVE WS-ALERTS-RAISED TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

LOAD-MONITOR-PARAMETERS.
	MOVE 'MON-WINDOW-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-WINDOW-DAYS
	END-IF
	MOVE 'MON-BASELINE-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-BASELINE-DAYS
	END-IF
	MOVE 'MON-NEAR-PCT' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		AND PRM-NUMERIC-VALUE < 100
		MOVE PRM-NUMERIC-VALUE TO WS-NEAR-PCT
	END-IF
	MOVE 'MON-NEAR-COUNT' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > 1
		MOVE PRM-NUMERIC-VALUE TO WS-NEAR-COUNT-MIN
	END-IF
	MOVE 'MON-VOLUME-FACTOR' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-VOLUME-FACTOR
	END-IF
	MOVE 'MON-PASS-PCT' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		AND PRM-NUMERIC-VALUE NOT > 100
		MOVE PRM-NUMERIC-VALUE TO WS-PASS-PCT
	END-IF.

*> the same threshold BANK-TRANSACTION flags single postings against
LOAD-LARGE-THRESHOLD.
	OPEN INPUT ACCOUNT-LIMITS
	IF AL-OK
		MOVE ZEROS TO AL-ACCOUNT-NO
		READ ACCOUNT-LIMITS
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF AL-LARGE-THRESHOLD > ZERO
					MOVE AL-LARGE-THRESHOLD TO WS-LARGE-THRESHOLD
					SET THRESHOLD-SET TO TRUE
				END-IF
		END-READ
	END-IF
	CLOSE ACCOUNT-LIMITS.

LOAD-ACCOUNT-XREF.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		DISPLAY 'No CUSTOMER-ACCOUNTS.DAT - customer-level checks skipped'
		EXIT PARAGRAPH
	END-IF
	READ CUSTOMER-ACCOUNTS
		AT END SET XREF-EOF TO TRUE
	END-READ
	PERFORM UNTIL XREF-EOF
		IF WS-XREF-COUNT < 500
			ADD 1 TO WS-XREF-COUNT
			MOVE XA-CUSTOMER-NO TO WS-XREF-CUSTOMER(WS-XREF-COUNT)
			MOVE XA-ACCOUNT-NO TO WS-XREF-ACCOUNT(WS-XREF-COUNT)
		ELSE
			DISPLAY 'cross-reference table full, discarding customer '
				XA-CUSTOMER-NO
		END-IF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

*> remembers every alert whose window overlaps tonight's, and the
*> highest sequence already used under today's date
LOAD-RAISED-ALERTS.
	MOVE LOW-VALUES TO MA-KEY
	START MONITOR-ALERTS KEY IS GREATER THAN OR EQUAL TO MA-KEY
		INVALID KEY SET ALERT-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL ALERT-SCAN-EOF
		READ MONITOR-ALERTS NEXT RECORD
			AT END SET ALERT-SCAN-EOF TO TRUE
		END-READ
		IF NOT ALERT-SCAN-EOF
			IF MA-ALERT-DATE = WS-TODAY-DATE
				AND MA-ALERT-SEQ > WS-NEXT-SEQ
				MOVE MA-ALERT-SEQ TO WS-NEXT-SEQ
			END-IF
			IF MA-WINDOW-TO NOT < WS-WINDOW-FROM
				PERFORM REMEMBER-RAISED-ALERT
			END-IF
		END-IF
	END-PERFORM.

REMEMBER-RAISED-ALERT.
	IF WS-RAISED-COUNT < 1000
		ADD 1 TO WS-RAISED-COUNT
		MOVE MA-RULE TO WS-RAISED-RULE(WS-RAISED-COUNT)
		MOVE MA-SUBJECT-NO TO WS-RAISED-SUBJECT(WS-RAISED-COUNT)
	END-IF.

*> one pass over the account's history from the start of the baseline:
*> rows inside the window build the window totals, older ones the
*> baseline volume
SCAN-ACCOUNT-HISTORY.
	INITIALIZE WS-ACCOUNT-TOTALS
	MOVE 'N' TO WS-HISTORY-EOF
	MOVE AM-ACCOUNT-NO TO AH-ACCOUNT-NO
	MOVE WS-BASELINE-FROM-TEXT TO AH-POST-DATE
	MOVE ZERO TO AH-SEQ-NO
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET HISTORY-EOF TO TRUE
	END-START
	PERFORM UNTIL HISTORY-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET HISTORY-EOF TO TRUE
		END-READ
		IF NOT HISTORY-EOF AND AH-ACCOUNT-NO NOT = AM-ACCOUNT-NO
			SET HISTORY-EOF TO TRUE
		END-IF
		IF NOT HISTORY-EOF
			ADD 1 TO WS-HISTORY-READ
			IF AH-TYPE NOT = 'R' AND NOT AH-ROW-REVERSED
				PERFORM TALLY-HISTORY-ROW
			END-IF
		END-IF
	END-PERFORM.

TALLY-HISTORY-ROW.
	IF AH-POST-DATE < WS-WINDOW-FROM-TEXT
		ADD AH-AMOUNT TO WS-BASE-VOLUME
	ELSE
		ADD 1 TO WS-WIN-ITEMS
		IF AH-CREDIT
			ADD AH-AMOUNT TO WS-WIN-CREDITS
*> a cash deposit just under the line is what a structurer keys
			IF AH-TYPE = 'D' AND AH-AMOUNT NOT < WS-NEAR-FLOOR
				AND AH-AMOUNT NOT > WS-LARGE-THRESHOLD
				ADD 1 TO WS-NEAR-COUNT
				ADD AH-AMOUNT TO WS-NEAR-TOTAL
			END-IF
		ELSE
			ADD AH-AMOUNT TO WS-WIN-DEBITS
		END-IF
	END-IF.

APPLY-ACCOUNT-RULES.
	MOVE AM-ACCOUNT-NO TO WS-NEW-SUBJECT
	IF WS-NEAR-COUNT NOT < WS-NEAR-COUNT-MIN
		MOVE 'S' TO WS-NEW-RULE
		MOVE WS-NEAR-COUNT TO WS-NEW-COUNT
		MOVE WS-NEAR-TOTAL TO WS-NEW-AMOUNT
		MOVE WS-LARGE-THRESHOLD TO WS-NEW-COMPARE
		PERFORM RAISE-ALERT
	END-IF
*> the baseline average is what a window of tonight's length has
*> typically carried on this account
	COMPUTE WS-WIN-VOLUME = WS-WIN-CREDITS + WS-WIN-DEBITS
	COMPUTE WS-BASE-AVERAGE ROUNDED =
		WS-BASE-VOLUME * WS-WINDOW-DAYS / WS-BASELINE-DAYS
	COMPUTE WS-VOLUME-LIMIT = WS-BASE-AVERAGE * WS-VOLUME-FACTOR
	IF WS-BASE-AVERAGE > ZERO
		AND WS-WIN-VOLUME > WS-VOLUME-LIMIT
		AND WS-WIN-VOLUME NOT < WS-LARGE-THRESHOLD
		MOVE 'V' TO WS-NEW-RULE
		MOVE WS-WIN-ITEMS TO WS-NEW-COUNT
		MOVE WS-WIN-VOLUME TO WS-NEW-AMOUNT
		MOVE WS-BASE-AVERAGE TO WS-NEW-COMPARE
		PERFORM RAISE-ALERT
	END-IF
	COMPUTE WS-PASS-LIMIT ROUNDED = WS-WIN-CREDITS * WS-PASS-PCT / 100
	IF WS-WIN-CREDITS NOT < WS-LARGE-THRESHOLD
		AND WS-WIN-DEBITS NOT < WS-PASS-LIMIT
		MOVE 'P' TO WS-NEW-RULE
		MOVE WS-WIN-ITEMS TO WS-NEW-COUNT
		MOVE WS-WIN-DEBITS TO WS-NEW-AMOUNT
		MOVE WS-WIN-CREDITS TO WS-NEW-COMPARE
		PERFORM RAISE-ALERT
	END-IF.

*> an account held jointly counts towards every customer on it
ADD-TO-CUSTOMERS.
	IF WS-NEAR-COUNT = ZERO
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
			UNTIL WS-XREF-SUB > WS-XREF-COUNT
		IF WS-XREF-ACCOUNT(WS-XREF-SUB) = AM-ACCOUNT-NO
			PERFORM LOCATE-CUSTOMER
			IF WS-CUST-SUB > ZERO
				ADD WS-NEAR-COUNT TO WS-CUST-NEAR-COUNT(WS-CUST-SUB)
				ADD WS-NEAR-TOTAL TO WS-CUST-NEAR-TOTAL(WS-CUST-SUB)
				ADD 1 TO WS-CUST-ACCOUNTS(WS-CUST-SUB)
			END-IF
		END-IF
	END-PERFORM.

LOCATE-CUSTOMER.
	MOVE ZERO TO WS-CUST-SUB
	PERFORM VARYING WS-CUST-IX FROM 1 BY 1
			UNTIL WS-CUST-IX > WS-CUST-COUNT
		IF WS-CUST-NO(WS-CUST-IX) = WS-XREF-CUSTOMER(WS-XREF-SUB)
			MOVE WS-CUST-IX TO WS-CUST-SUB
		END-IF
	END-PERFORM
	IF WS-CUST-SUB = ZERO
		IF WS-CUST-COUNT < 500
			ADD 1 TO WS-CUST-COUNT
			MOVE WS-CUST-COUNT TO WS-CUST-SUB
			MOVE WS-XREF-CUSTOMER(WS-XREF-SUB) TO WS-CUST-NO(WS-CUST-SUB)
			MOVE ZERO TO WS-CUST-NEAR-COUNT(WS-CUST-SUB)
			MOVE ZERO TO WS-CUST-NEAR-TOTAL(WS-CUST-SUB)
			MOVE ZERO TO WS-CUST-ACCOUNTS(WS-CUST-SUB)
		ELSE
			DISPLAY 'customer table full, discarding customer '
				WS-XREF-CUSTOMER(WS-XREF-SUB)
		END-IF
	END-IF.

*> a single account that reached the count on its own is already
*> alerted under rule S; the customer rule is for the split
APPLY-CUSTOMER-RULES.
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
			UNTIL WS-CUST-SUB > WS-CUST-COUNT
		IF WS-CUST-ACCOUNTS(WS-CUST-SUB) > 1
			AND WS-CUST-NEAR-COUNT(WS-CUST-SUB) NOT < WS-NEAR-COUNT-MIN
			MOVE 'C' TO WS-NEW-RULE
			MOVE WS-CUST-NO(WS-CUST-SUB) TO WS-NEW-SUBJECT
			MOVE WS-CUST-NEAR-COUNT(WS-CUST-SUB) TO WS-NEW-COUNT
			MOVE WS-CUST-NEAR-TOTAL(WS-CUST-SUB) TO WS-NEW-AMOUNT
			MOVE WS-LARGE-THRESHOLD TO WS-NEW-COMPARE
			PERFORM RAISE-ALERT
		END-IF
	END-PERFORM.

*> writes the alert open under today's date; the sequence just runs up
*> and a duplicate key advances it and retries
RAISE-ALERT.
	MOVE 'N' TO WS-RAISED-FLAG
	PERFORM VARYING WS-RAISED-SUB FROM 1 BY 1
			UNTIL WS-RAISED-SUB > WS-RAISED-COUNT
		IF WS-RAISED-RULE(WS-RAISED-SUB) = WS-NEW-RULE
			AND WS-RAISED-SUBJECT(WS-RAISED-SUB) = WS-NEW-SUBJECT
			SET ALREADY-RAISED TO TRUE
		END-IF
	END-PERFORM
	IF ALREADY-RAISED
		ADD 1 TO WS-ALERTS-SUPPRESSED
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-WRITTEN-FLAG
	PERFORM UNTIL ALERT-WRITTEN
		ADD 1 TO WS-NEXT-SEQ
		MOVE SPACES TO MONITOR-ALERT-RECORD
		MOVE WS-TODAY-DATE TO MA-ALERT-DATE
		MOVE WS-NEXT-SEQ TO MA-ALERT-SEQ
		MOVE WS-NEW-RULE TO MA-RULE
		MOVE WS-NEW-SUBJECT TO MA-SUBJECT-NO
		MOVE WS-WINDOW-FROM TO MA-WINDOW-FROM
		MOVE WS-TODAY-DATE TO MA-WINDOW-TO
		MOVE WS-NEW-COUNT TO MA-ITEM-COUNT
		MOVE WS-NEW-AMOUNT TO MA-WINDOW-AMOUNT
		MOVE WS-NEW-COMPARE TO MA-COMPARE-AMOUNT
		MOVE 'O' TO MA-DISPOSITION
		MOVE ZERO TO MA-DISPOSED-DATE
		WRITE MONITOR-ALERT-RECORD
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET ALERT-WRITTEN TO TRUE
		END-WRITE
	END-PERFORM
	PERFORM REMEMBER-RAISED-ALERT
	ADD 1 TO WS-ALERTS-RAISED
	DISPLAY 'ALERT ' MA-ALERT-SEQ ' rule ' WS-NEW-RULE ' subject '
		WS-NEW-SUBJECT ' items ' WS-NEW-COUNT ' amount ' WS-NEW-AMOUNT.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
