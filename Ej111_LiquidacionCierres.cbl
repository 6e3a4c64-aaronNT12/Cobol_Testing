*> Purpose: Nightly account closure settlement
*>
*> Runs ahead of STANDING-ORDER-GEN over ACCOUNT-CLOSURES.DAT, where
*> APPROVAL-QUEUE leaves every close a second operator has applied.
*> An approved close is refused - and retried every night, the reason
*> kept on the closure record and on CLOSURE-SETTLEMENT.RPT - while an
*> account block, a standing order (either side), an overdraft link
*> (either side) or a live term deposit still references the account.
*> Otherwise the account is settled: the credit and debit interest
*> sitting in INTEREST-ACCRUED is posted as its final interest, the
*> CLOSE-FEE parameter (default zero) is charged - cut back so it
*> never takes the account below zero - and the net balance is
*> transferred to the nominated payout account. A balance the
*> customer still owes after interest is refused, not posted. The
*> movements go to CLOSURE-POST.DAT in transaction-feed layout with
*> its own control trailer for STANDING-ORDER-GEN to fold in, and
*> CLOSING-STATEMENTS.RPT gets a closing statement for the customer.
*> On a later night, once the posted balance is zero, AM-STATUS flips
*> to 'C'; anything left behind (a leg held in suspense, a late
*> credit) is listed until someone clears it. A rerun of the step
*> puts the day's settlements back on the feed from what the closure
*> record remembers.
*>
*> Mod history:
*> 24.09.30 AN - initial version.
*> 24.12.09 AN - the INTEREST-ACCRUED FD carries the accrued-through
*>               date INTEREST-ACCRUAL now keeps on each account.
*> 24.12.09 AN - an account closed here goes on CHANGE-HISTORY with its
*>               before and after images, so MASTER-RECOVERY can roll
*>               the closure forward onto a restored ACCOUNTS file.

IDENTIFICATION DIVISION.
PROGRAM-ID. CLOSURE-SETTLEMENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-CLOSURES-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	SELECT INTEREST-ACCRUED ASSIGN TO 'INTEREST-ACCRUED.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IA-ACCOUNT-NO
		FILE STATUS IS IA-FILE-STATUS.
	COPY ACCOUNT-BLOCKS-SELECT.
	COPY STANDING-ORDERS-SELECT.
	COPY OVERDRAFT-LINKS-SELECT.
	COPY TERM-DEPOSITS-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT CLOSURE-POST-FEED ASSIGN TO 'CLOSURE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SETTLEMENT-REPORT ASSIGN TO 'CLOSURE-SETTLEMENT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT CLOSING-STATEMENTS ASSIGN TO 'CLOSING-STATEMENTS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.
	COPY CHANGE-HISTORY-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-CLOSURES-FD.

COPY ACCOUNT-MASTER-FD.

FD INTEREST-ACCRUED.
01 INTEREST-ACCRUED-RECORD.
	05 IA-ACCOUNT-NO PIC 9(10).
	05 IA-ACCRUED PIC 9(7)V99.
	05 IA-DEBIT-ACCRUED PIC 9(7)V99.
	05 IA-ACCRUED-THROUGH PIC 9(8).

COPY ACCOUNT-BLOCKS-FD.

COPY STANDING-ORDERS-FD.

COPY OVERDRAFT-LINKS-FD.

COPY TERM-DEPOSITS-FD.

COPY CUSTOMER-MASTER-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

FD CLOSURE-POST-FEED.
01 CLOSURE-POST-RECORD.
	05 CP-ACCOUNT-NO PIC 9(10).
	05 CP-TYPE PIC X.
	05 CP-AMOUNT PIC 9(7)V99.
	05 CP-TO-ACCOUNT-NO PIC 9(10).
	05 CP-DATE PIC 9(8).
01 CLOSURE-POST-TRAILER REDEFINES CLOSURE-POST-RECORD.
	05 CPT-RECORD-COUNT PIC 9(10).
	05 CPT-TYPE PIC X.
	05 CPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD SETTLEMENT-REPORT.
01 SETTLEMENT-LINE PIC X(80).

FD CLOSING-STATEMENTS.
01 CLOSING-LINE PIC X(80).

COPY PARAM-FD.

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

COPY CHANGE-HISTORY-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-CLOSURE-EOF PIC X VALUE 'N'.
	88 CLOSURES-EOF VALUE 'Y'.
01 WS-SCAN-EOF PIC X.
	88 SCAN-EOF VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 IA-FILE-STATUS PIC X(2).
	88 IA-OK VALUE '00'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 WS-ACCRUED-FLAG PIC X VALUE 'N'.
	88 ACCRUALS-AVAILABLE VALUE 'Y'.
01 WS-BLOCKS-FLAG PIC X VALUE 'N'.
	88 BLOCKS-AVAILABLE VALUE 'Y'.
01 WS-ORDERS-FLAG PIC X VALUE 'N'.
	88 ORDERS-AVAILABLE VALUE 'Y'.
01 WS-LINKS-FLAG PIC X VALUE 'N'.
	88 LINKS-AVAILABLE VALUE 'Y'.
01 WS-DEPOSITS-FLAG PIC X VALUE 'N'.
	88 DEPOSITS-AVAILABLE VALUE 'Y'.
01 WS-CUSTOMERS-FLAG PIC X VALUE 'N'.
	88 CUSTOMERS-AVAILABLE VALUE 'Y'.
01 WS-CLOSE-FEE PIC 9(7)V99 VALUE ZERO.
01 WS-CLOSING-ACCOUNT PIC 9(10).
01 WS-BALANCE-BEFORE PIC S9(9)V99.
01 WS-NET-BALANCE PIC S9(9)V99.
01 WS-SHORTFALL PIC 9(9)V99.
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-CLOSURES-READ PIC 9(7) VALUE ZERO.
01 WS-SETTLED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-RESIDUE-COUNT PIC 9(5) VALUE ZERO.
*> customer -> account cross-reference, loaded at startup the way
*> ACCOUNT-STATEMENT loads it
01 WS-XREF-COUNT PIC 9(4) VALUE ZERO.
01 WS-XREF-TABLE.
	05 WS-XREF-ENTRY OCCURS 500 TIMES.
		10 WS-XREF-CUSTOMER PIC 9(6).
		10 WS-XREF-ACCOUNT PIC 9(10).
01 WS-XREF-SUB PIC 9(4).
01 WS-OWNER-CUSTOMER PIC 9(6).
01 WS-CONTROL-LINE.
	05 CL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 CL-ACTION PIC X(12).
	05 FILLER PIC X(2) VALUE SPACES.
	05 CL-AMOUNT PIC -(9)9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 CL-TEXT PIC X(30).
01 WS-COUNT-LINE.
	05 CT-LABEL PIC X(26).
	05 CT-COUNT PIC ZZZZ9.
01 WS-STATEMENT-HEADER.
	05 FILLER PIC X(30) VALUE 'CLOSING STATEMENT FOR ACCOUNT '.
	05 SH-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(12) VALUE '   CURRENCY '.
	05 SH-CURRENCY PIC X(4).
01 WS-STATEMENT-DATE-LINE.
	05 FILLER PIC X(15) VALUE 'ACCOUNT CLOSED '.
	05 SD-DATE PIC 9(8).
01 WS-AMOUNT-LINE.
	05 AL-LABEL PIC X(30).
	05 AL-AMOUNT PIC -(9)9.99.
01 WS-PAYOUT-LINE.
	05 FILLER PIC X(30) VALUE 'PAID TO ACCOUNT'.
	05 PL-ACCOUNT PIC 9(10).
COPY ACCOUNT-CLOSURES-STATUS.
COPY ACCOUNT-BLOCKS-STATUS.
COPY OVERDRAFT-LINKS-STATUS.
COPY TERM-DEPOSITS-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY CHANGE-HISTORY-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'CLOSURE-SETTLEMENT' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE 'CLOSE-FEE' TO PRM-LOOKUP-KEY.
	PERFORM GET-RUNTIME-PARAMETER.
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-CLOSE-FEE
	END-IF.
	OPEN I-O ACCOUNT-CLOSURES.
	IF NOT AC-OK
		CLOSE ACCOUNT-CLOSURES
		OPEN OUTPUT ACCOUNT-CLOSURES
		CLOSE ACCOUNT-CLOSURES
		OPEN I-O ACCOUNT-CLOSURES
	END-IF
	OPEN I-O ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM OPEN-REFERENCE-FILES
	PERFORM LOAD-ACCOUNT-XREF
	OPEN OUTPUT CLOSURE-POST-FEED.
	MOVE 'OPEN CLOSURE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT SETTLEMENT-REPORT.
	MOVE 'OPEN SETTLEMENT-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT CLOSING-STATEMENTS.
	MOVE 'OPEN CLOSING-STATEMENTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO SETTLEMENT-LINE
	STRING 'ACCOUNT CLOSURE SETTLEMENT - ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE
	MOVE LOW-VALUES TO AC-ACCOUNT-NO
	START ACCOUNT-CLOSURES KEY IS GREATER THAN OR EQUAL TO AC-ACCOUNT-NO
		INVALID KEY SET CLOSURES-EOF TO TRUE
	END-START
	PERFORM UNTIL CLOSURES-EOF
		READ ACCOUNT-CLOSURES NEXT RECORD
			AT END SET CLOSURES-EOF TO TRUE
		END-READ
		IF NOT CLOSURES-EOF AND NOT AC-CLOSED
			ADD 1 TO WS-CLOSURES-READ
			PERFORM SERVICE-ONE-CLOSURE THRU SERVICE-ONE-CLOSURE-EXIT
		END-IF
	END-PERFORM
	MOVE SPACES TO CLOSURE-POST-RECORD
	MOVE WS-FEED-COUNT TO CPT-RECORD-COUNT
	MOVE 'C' TO CPT-TYPE
	MOVE WS-FEED-HASH TO CPT-HASH-TOTAL
	WRITE CLOSURE-POST-RECORD
	MOVE 'WRITE CLOSURE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-SETTLEMENT-TOTALS
	CLOSE ACCOUNT-CLOSURES.
	CLOSE ACCOUNT-MASTER.
	PERFORM CLOSE-REFERENCE-FILES
	CLOSE CLOSURE-POST-FEED.
	CLOSE SETTLEMENT-REPORT.
	CLOSE CLOSING-STATEMENTS.
	MOVE 'CLOSURE-SETTLEMENT' TO HF-STEP
	MOVE 'P' TO HF-ROLE
	MOVE 'CLOSURE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Closures: ' WS-SETTLED-COUNT ' settled, ' WS-REFUSED-COUNT
		' refused, ' WS-CLOSED-COUNT ' closed, ' WS-RESIDUE-COUNT
		' with a balance left, ' WS-FEED-COUNT ' feed items'
	MOVE WS-CLOSURES-READ TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the masters consulted for references may not exist yet on a young
*> system; a missing one simply references nothing
OPEN-REFERENCE-FILES.
	OPEN I-O INTEREST-ACCRUED
	IF IA-OK
		SET ACCRUALS-AVAILABLE TO TRUE
	ELSE
		CLOSE INTEREST-ACCRUED
	END-IF
	OPEN INPUT ACCOUNT-BLOCKS
	IF AB-OK
		SET BLOCKS-AVAILABLE TO TRUE
	ELSE
		CLOSE ACCOUNT-BLOCKS
	END-IF
	OPEN INPUT STANDING-ORDERS
	IF FS-STATUS-OK
		SET ORDERS-AVAILABLE TO TRUE
	ELSE
		CLOSE STANDING-ORDERS
	END-IF
	OPEN INPUT OVERDRAFT-LINKS
	IF OL-OK
		SET LINKS-AVAILABLE TO TRUE
	ELSE
		CLOSE OVERDRAFT-LINKS
	END-IF
	OPEN INPUT TERM-DEPOSITS
	IF TD-OK
		SET DEPOSITS-AVAILABLE TO TRUE
	ELSE
		CLOSE TERM-DEPOSITS
	END-IF
	OPEN INPUT CUSTOMER-MASTER
	IF CU-OK
		SET CUSTOMERS-AVAILABLE TO TRUE
	ELSE
		CLOSE CUSTOMER-MASTER
	END-IF.

CLOSE-REFERENCE-FILES.
	IF ACCRUALS-AVAILABLE
		CLOSE INTEREST-ACCRUED
	END-IF
	IF BLOCKS-AVAILABLE
		CLOSE ACCOUNT-BLOCKS
	END-IF
	IF ORDERS-AVAILABLE
		CLOSE STANDING-ORDERS
	END-IF
	IF LINKS-AVAILABLE
		CLOSE OVERDRAFT-LINKS
	END-IF
	IF DEPOSITS-AVAILABLE
		CLOSE TERM-DEPOSITS
	END-IF
	IF CUSTOMERS-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF.

LOAD-ACCOUNT-XREF.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
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

*> a close settled earlier today (a rerun of the step) only has its
*> items put back on the rebuilt feed; one settled on an earlier night
*> is closed once its balance has come to zero; an approved one is
*> settled now if nothing references the account any more
SERVICE-ONE-CLOSURE.
	MOVE AC-ACCOUNT-NO TO WS-CLOSING-ACCOUNT
	MOVE AC-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			MOVE 'ACCOUNT NOT ON FILE' TO AC-REFUSAL-REASON
			PERFORM REFUSE-CLOSURE
			GO TO SERVICE-ONE-CLOSURE-EXIT
	END-READ
	IF AM-CLOSED
*> closed some other way (ACCOUNT-MAINT's status change) - nothing
*> left to settle
		MOVE 'C' TO AC-STATUS
		MOVE WS-TODAY-DATE TO AC-CLOSED-DATE
		PERFORM REWRITE-CLOSURE
		MOVE SPACES TO WS-CONTROL-LINE
		MOVE WS-CLOSING-ACCOUNT TO CL-ACCOUNT
		MOVE 'CLOSED' TO CL-ACTION
		MOVE 'ALREADY CLOSED ON THE MASTER' TO CL-TEXT
		PERFORM WRITE-CONTROL-LINE
		GO TO SERVICE-ONE-CLOSURE-EXIT
	END-IF
	IF AC-SETTLED
		IF AC-LAST-SETTLED-DATE = WS-TODAY-DATE
			PERFORM EMIT-SETTLEMENT
			PERFORM PRINT-CLOSING-STATEMENT
			GO TO SERVICE-ONE-CLOSURE-EXIT
		END-IF
		PERFORM CONFIRM-CLOSURE
		GO TO SERVICE-ONE-CLOSURE-EXIT
	END-IF
	MOVE SPACES TO AC-REFUSAL-REASON
	PERFORM CHECK-ACCOUNT-REFERENCES
	IF AC-REFUSAL-REASON NOT = SPACES
		PERFORM REFUSE-CLOSURE
		GO TO SERVICE-ONE-CLOSURE-EXIT
	END-IF
	PERFORM SETTLE-CLOSURE THRU SETTLE-CLOSURE-EXIT.
	SERVICE-ONE-CLOSURE-EXIT.
	EXIT.

*> the first reference found is the reason given; the rest surface
*> once it is cleared
CHECK-ACCOUNT-REFERENCES.
	IF BLOCKS-AVAILABLE
		MOVE WS-CLOSING-ACCOUNT TO AB-ACCOUNT-NO
		READ ACCOUNT-BLOCKS
			NOT INVALID KEY
				IF AB-EXPIRY-DATE = ZERO
					OR AB-EXPIRY-DATE NOT < WS-TODAY-DATE
					MOVE SPACES TO AC-REFUSAL-REASON
					STRING 'ACCOUNT BLOCK ' AB-ORDER-REF
						DELIMITED BY SIZE INTO AC-REFUSAL-REASON
					EXIT PARAGRAPH
				END-IF
		END-READ
	END-IF
	IF LINKS-AVAILABLE
		MOVE WS-CLOSING-ACCOUNT TO OL-ACCOUNT-NO
		READ OVERDRAFT-LINKS
			NOT INVALID KEY
				MOVE SPACES TO AC-REFUSAL-REASON
				STRING 'OVERDRAFT LINK FROM ' OL-FUNDING-ACCOUNT
					DELIMITED BY SIZE INTO AC-REFUSAL-REASON
				EXIT PARAGRAPH
		END-READ
		MOVE 'N' TO WS-SCAN-EOF
		MOVE LOW-VALUES TO OL-ACCOUNT-NO
		START OVERDRAFT-LINKS KEY IS GREATER THAN OR EQUAL TO OL-ACCOUNT-NO
			INVALID KEY SET SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL SCAN-EOF
			READ OVERDRAFT-LINKS NEXT RECORD
				AT END SET SCAN-EOF TO TRUE
			END-READ
			IF NOT SCAN-EOF AND OL-FUNDING-ACCOUNT = WS-CLOSING-ACCOUNT
				MOVE SPACES TO AC-REFUSAL-REASON
				STRING 'FUNDS OVERDRAFTS ON ' OL-ACCOUNT-NO
					DELIMITED BY SIZE INTO AC-REFUSAL-REASON
				EXIT PARAGRAPH
			END-IF
		END-PERFORM
	END-IF
	IF ORDERS-AVAILABLE
		MOVE 'N' TO WS-SCAN-EOF
		MOVE LOW-VALUES TO SO-ORDER-NO
		START STANDING-ORDERS KEY IS GREATER THAN OR EQUAL TO SO-ORDER-NO
			INVALID KEY SET SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL SCAN-EOF
			READ STANDING-ORDERS NEXT RECORD
				AT END SET SCAN-EOF TO TRUE
			END-READ
			IF NOT SCAN-EOF
				AND (SO-ACCOUNT-NO = WS-CLOSING-ACCOUNT
					OR SO-TO-ACCOUNT-NO = WS-CLOSING-ACCOUNT)
				AND (SO-EXPIRY-DATE = ZERO
					OR SO-EXPIRY-DATE NOT < WS-TODAY-DATE)
				MOVE SPACES TO AC-REFUSAL-REASON
				STRING 'STANDING ORDER ' SO-ORDER-NO
					DELIMITED BY SIZE INTO AC-REFUSAL-REASON
				EXIT PARAGRAPH
			END-IF
		END-PERFORM
	END-IF
	IF DEPOSITS-AVAILABLE
		MOVE 'N' TO WS-SCAN-EOF
		MOVE LOW-VALUES TO TD-KEY
		START TERM-DEPOSITS KEY IS GREATER THAN OR EQUAL TO TD-KEY
			INVALID KEY SET SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL SCAN-EOF
			READ TERM-DEPOSITS NEXT RECORD
				AT END SET SCAN-EOF TO TRUE
			END-READ
			IF NOT SCAN-EOF AND TD-FUNDS-LOCKED
				AND (TD-ACCOUNT-NO = WS-CLOSING-ACCOUNT
					OR TD-PAYOUT-ACCOUNT = WS-CLOSING-ACCOUNT)
				MOVE SPACES TO AC-REFUSAL-REASON
				STRING 'LIVE TERM DEPOSIT ' TD-ACCOUNT-NO
					DELIMITED BY SIZE INTO AC-REFUSAL-REASON
				EXIT PARAGRAPH
			END-IF
		END-PERFORM
	END-IF.

*> final interest both ways, then the fee, then whatever is left goes
*> to the payout account; the fee is cut back rather than overdraw
*> the account, but interest the customer owes beyond the balance is
*> for a person to collect
SETTLE-CLOSURE.
	MOVE AM-BALANCE TO WS-BALANCE-BEFORE
	MOVE ZERO TO AC-LAST-CREDIT-INTEREST
	MOVE ZERO TO AC-LAST-DEBIT-INTEREST
	IF ACCRUALS-AVAILABLE
		MOVE WS-CLOSING-ACCOUNT TO IA-ACCOUNT-NO
		READ INTEREST-ACCRUED
			INVALID KEY CONTINUE
			NOT INVALID KEY
				MOVE IA-ACCRUED TO AC-LAST-CREDIT-INTEREST
				MOVE IA-DEBIT-ACCRUED TO AC-LAST-DEBIT-INTEREST
		END-READ
	END-IF
	MOVE WS-CLOSE-FEE TO AC-LAST-FEE
	COMPUTE WS-NET-BALANCE = WS-BALANCE-BEFORE
		+ AC-LAST-CREDIT-INTEREST - AC-LAST-DEBIT-INTEREST - AC-LAST-FEE
	IF WS-NET-BALANCE < ZERO
		COMPUTE WS-SHORTFALL = ZERO - WS-NET-BALANCE
		IF WS-SHORTFALL > AC-LAST-FEE
			MOVE ZERO TO AC-LAST-FEE
		ELSE
			SUBTRACT WS-SHORTFALL FROM AC-LAST-FEE
		END-IF
		COMPUTE WS-NET-BALANCE = WS-BALANCE-BEFORE
			+ AC-LAST-CREDIT-INTEREST - AC-LAST-DEBIT-INTEREST
			- AC-LAST-FEE
	END-IF
	IF WS-NET-BALANCE < ZERO
		MOVE 'BALANCE OWED BY CUSTOMER' TO AC-REFUSAL-REASON
		PERFORM REFUSE-CLOSURE
		GO TO SETTLE-CLOSURE-EXIT
	END-IF
	IF WS-NET-BALANCE > 9999999.99
		MOVE 'BALANCE TOO LARGE FOR ONE ITEM' TO AC-REFUSAL-REASON
		PERFORM REFUSE-CLOSURE
		GO TO SETTLE-CLOSURE-EXIT
	END-IF
	IF WS-NET-BALANCE > ZERO
		IF AC-PAYOUT-ACCOUNT = ZERO
			MOVE 'NO PAYOUT ACCOUNT NOMINATED' TO AC-REFUSAL-REASON
			PERFORM REFUSE-CLOSURE
			GO TO SETTLE-CLOSURE-EXIT
		END-IF
		MOVE AC-PAYOUT-ACCOUNT TO AM-ACCOUNT-NO
		READ ACCOUNT-MASTER
			INVALID KEY
				MOVE 'PAYOUT ACCOUNT NOT ON FILE' TO AC-REFUSAL-REASON
				PERFORM REFUSE-CLOSURE
				GO TO SETTLE-CLOSURE-EXIT
		END-READ
		IF AM-CLOSED
			MOVE 'PAYOUT ACCOUNT IS CLOSED' TO AC-REFUSAL-REASON
			PERFORM REFUSE-CLOSURE
			GO TO SETTLE-CLOSURE-EXIT
		END-IF
*> put the closing account back in the record area for the statement
		MOVE WS-CLOSING-ACCOUNT TO AM-ACCOUNT-NO
		READ ACCOUNT-MASTER
			INVALID KEY CONTINUE
		END-READ
	END-IF
	MOVE WS-NET-BALANCE TO AC-LAST-NET-PAID
	MOVE WS-TODAY-DATE TO AC-LAST-SETTLED-DATE
	MOVE SPACES TO AC-REFUSAL-REASON
	MOVE 'S' TO AC-STATUS
	PERFORM REWRITE-CLOSURE
*> the accrual is paid now, so the month-end interest run must not
*> post it a second time
	IF ACCRUALS-AVAILABLE
		MOVE WS-CLOSING-ACCOUNT TO IA-ACCOUNT-NO
		READ INTEREST-ACCRUED
			NOT INVALID KEY
				DELETE INTEREST-ACCRUED RECORD
				MOVE 'DELETE INTEREST-ACCRUED' TO FS-LAST-OPERATION
				PERFORM CHECK-FILE-STATUS
		END-READ
	END-IF
	ADD 1 TO WS-SETTLED-COUNT
	MOVE SPACES TO WS-CONTROL-LINE
	MOVE WS-CLOSING-ACCOUNT TO CL-ACCOUNT
	MOVE 'SETTLED' TO CL-ACTION
	MOVE AC-LAST-NET-PAID TO CL-AMOUNT
	STRING 'PAID TO ' AC-PAYOUT-ACCOUNT
		DELIMITED BY SIZE INTO CL-TEXT
	PERFORM WRITE-CONTROL-LINE
	PERFORM EMIT-SETTLEMENT
	PERFORM PRINT-CLOSING-STATEMENT.
	SETTLE-CLOSURE-EXIT.
	EXIT.

*> everything here comes off the closure record, so a rerun emits
*> exactly what the first run did; the interest goes ahead of the
*> payout so the transfer finds the money there
EMIT-SETTLEMENT.
	IF AC-LAST-CREDIT-INTEREST > ZERO
		MOVE WS-CLOSING-ACCOUNT TO CP-ACCOUNT-NO
		MOVE 'I' TO CP-TYPE
		MOVE AC-LAST-CREDIT-INTEREST TO CP-AMOUNT
		MOVE ZERO TO CP-TO-ACCOUNT-NO
		PERFORM WRITE-CLOSURE-POST-RECORD
	END-IF
	IF AC-LAST-DEBIT-INTEREST > ZERO
		MOVE WS-CLOSING-ACCOUNT TO CP-ACCOUNT-NO
		MOVE 'O' TO CP-TYPE
		MOVE AC-LAST-DEBIT-INTEREST TO CP-AMOUNT
		MOVE ZERO TO CP-TO-ACCOUNT-NO
		PERFORM WRITE-CLOSURE-POST-RECORD
	END-IF
	IF AC-LAST-FEE > ZERO
		MOVE WS-CLOSING-ACCOUNT TO CP-ACCOUNT-NO
		MOVE 'F' TO CP-TYPE
		MOVE AC-LAST-FEE TO CP-AMOUNT
		MOVE ZERO TO CP-TO-ACCOUNT-NO
		PERFORM WRITE-CLOSURE-POST-RECORD
	END-IF
	IF AC-LAST-NET-PAID > ZERO
		MOVE WS-CLOSING-ACCOUNT TO CP-ACCOUNT-NO
		MOVE 'T' TO CP-TYPE
		MOVE AC-LAST-NET-PAID TO CP-AMOUNT
		MOVE AC-PAYOUT-ACCOUNT TO CP-TO-ACCOUNT-NO
		PERFORM WRITE-CLOSURE-POST-RECORD
	END-IF.

WRITE-CLOSURE-POST-RECORD.
	MOVE WS-TODAY-DATE TO CP-DATE
	WRITE CLOSURE-POST-RECORD
	MOVE 'WRITE CLOSURE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FEED-COUNT
	ADD CP-AMOUNT TO WS-FEED-HASH.

*> the settlement has posted on an earlier night; a zero balance now
*> means the account can close, anything else is left for a person
CONFIRM-CLOSURE.
	MOVE SPACES TO WS-CONTROL-LINE
	MOVE WS-CLOSING-ACCOUNT TO CL-ACCOUNT
	IF AM-BALANCE = ZERO
		MOVE SPACES TO CH-LOG-BEFORE
		MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-BEFORE
		MOVE 'C' TO AM-STATUS
		MOVE SPACES TO CH-LOG-AFTER
		MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-AFTER
		MOVE 'ACCOUNTS' TO CH-LOG-FILE-ID
		MOVE WS-CLOSING-ACCOUNT TO CH-LOG-KEY
		PERFORM LOG-CHANGE-HISTORY
		REWRITE ACCOUNT-MASTER-RECORD
		MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		MOVE 'C' TO AC-STATUS
		MOVE WS-TODAY-DATE TO AC-CLOSED-DATE
		MOVE SPACES TO AC-REFUSAL-REASON
		PERFORM REWRITE-CLOSURE
		ADD 1 TO WS-CLOSED-COUNT
		MOVE 'CLOSED' TO CL-ACTION
		MOVE 'SETTLEMENT POSTED - CLOSED' TO CL-TEXT
	ELSE
		MOVE 'BALANCE LEFT AFTER SETTLEMENT' TO AC-REFUSAL-REASON
		PERFORM REWRITE-CLOSURE
		ADD 1 TO WS-RESIDUE-COUNT
		MOVE 'NOT CLOSED' TO CL-ACTION
		MOVE AM-BALANCE TO CL-AMOUNT
		MOVE 'BALANCE LEFT - CHECK SUSPENSE' TO CL-TEXT
	END-IF
	PERFORM WRITE-CONTROL-LINE.

REFUSE-CLOSURE.
	PERFORM REWRITE-CLOSURE
	ADD 1 TO WS-REFUSED-COUNT
	MOVE SPACES TO WS-CONTROL-LINE
	MOVE WS-CLOSING-ACCOUNT TO CL-ACCOUNT
	MOVE 'REFUSED' TO CL-ACTION
	MOVE AC-REFUSAL-REASON TO CL-TEXT
	PERFORM WRITE-CONTROL-LINE.

REWRITE-CLOSURE.
	REWRITE ACCOUNT-CLOSURE-RECORD
	MOVE 'REWRITE ACCOUNT-CLOSURES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

WRITE-CONTROL-LINE.
	MOVE WS-CONTROL-LINE TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE.

*> the customer's copy: who it goes to, then the balance worked down
*> to what was paid out and where
PRINT-CLOSING-STATEMENT.
	PERFORM WRITE-STATEMENT-ADDRESS
	MOVE WS-CLOSING-ACCOUNT TO SH-ACCOUNT-NO
	IF AM-CURRENCY-CODE = SPACES
		MOVE 'BASE' TO SH-CURRENCY
	ELSE
		MOVE AM-CURRENCY-CODE TO SH-CURRENCY
	END-IF
	MOVE WS-STATEMENT-HEADER TO CLOSING-LINE
	WRITE CLOSING-LINE
	MOVE AC-LAST-SETTLED-DATE TO SD-DATE
	MOVE WS-STATEMENT-DATE-LINE TO CLOSING-LINE
	WRITE CLOSING-LINE
	COMPUTE WS-BALANCE-BEFORE = AC-LAST-NET-PAID + AC-LAST-FEE
		+ AC-LAST-DEBIT-INTEREST - AC-LAST-CREDIT-INTEREST
	MOVE 'BALANCE BEFORE CLOSING' TO AL-LABEL
	MOVE WS-BALANCE-BEFORE TO AL-AMOUNT
	PERFORM WRITE-AMOUNT-LINE
	MOVE 'CREDIT INTEREST' TO AL-LABEL
	MOVE AC-LAST-CREDIT-INTEREST TO AL-AMOUNT
	PERFORM WRITE-AMOUNT-LINE
	MOVE 'DEBIT INTEREST' TO AL-LABEL
	COMPUTE AL-AMOUNT = ZERO - AC-LAST-DEBIT-INTEREST
	PERFORM WRITE-AMOUNT-LINE
	MOVE 'CLOSING FEE' TO AL-LABEL
	COMPUTE AL-AMOUNT = ZERO - AC-LAST-FEE
	PERFORM WRITE-AMOUNT-LINE
	MOVE 'BALANCE PAID OUT' TO AL-LABEL
	MOVE AC-LAST-NET-PAID TO AL-AMOUNT
	PERFORM WRITE-AMOUNT-LINE
	IF AC-LAST-NET-PAID > ZERO
		MOVE AC-PAYOUT-ACCOUNT TO PL-ACCOUNT
		MOVE WS-PAYOUT-LINE TO CLOSING-LINE
		WRITE CLOSING-LINE
	END-IF
	MOVE SPACES TO CLOSING-LINE
	WRITE CLOSING-LINE.

WRITE-AMOUNT-LINE.
	MOVE WS-AMOUNT-LINE TO CLOSING-LINE
	WRITE CLOSING-LINE.

*> the same address block ACCOUNT-STATEMENT prints, mail flag and all
WRITE-STATEMENT-ADDRESS.
	MOVE ZEROS TO WS-OWNER-CUSTOMER
	PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
		UNTIL WS-XREF-SUB > WS-XREF-COUNT
		IF WS-XREF-ACCOUNT(WS-XREF-SUB) = WS-CLOSING-ACCOUNT
			MOVE WS-XREF-CUSTOMER(WS-XREF-SUB) TO WS-OWNER-CUSTOMER
		END-IF
	END-PERFORM
	IF WS-OWNER-CUSTOMER = ZEROS OR NOT CUSTOMERS-AVAILABLE
		MOVE '*** NO USABLE MAILING ADDRESS ***' TO CLOSING-LINE
		WRITE CLOSING-LINE
		EXIT PARAGRAPH
	END-IF
	MOVE WS-OWNER-CUSTOMER TO CU-CUSTOMER-NO
	READ CUSTOMER-MASTER
		INVALID KEY
			MOVE '*** NO USABLE MAILING ADDRESS ***' TO CLOSING-LINE
			WRITE CLOSING-LINE
			EXIT PARAGRAPH
	END-READ
	EVALUATE TRUE
		WHEN CU-HOLD-MAIL
			MOVE '*** HOLD MAIL - KEEP AT BRANCH ***' TO CLOSING-LINE
			WRITE CLOSING-LINE
		WHEN CU-DO-NOT-MAIL
			MOVE '*** DO NOT MAIL ***' TO CLOSING-LINE
			WRITE CLOSING-LINE
		WHEN OTHER
			CONTINUE
	END-EVALUATE
	MOVE CU-NAME TO CLOSING-LINE
	WRITE CLOSING-LINE
	MOVE CU-STREET TO CLOSING-LINE
	WRITE CLOSING-LINE
	MOVE SPACES TO CLOSING-LINE
	STRING CU-CITY ' ' CU-STATE ' ' CU-ZIP
		DELIMITED BY SIZE INTO CLOSING-LINE
	WRITE CLOSING-LINE.

WRITE-SETTLEMENT-TOTALS.
	MOVE SPACES TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE
	MOVE 'SETTLED' TO CT-LABEL
	MOVE WS-SETTLED-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE
	MOVE 'REFUSED' TO CT-LABEL
	MOVE WS-REFUSED-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE
	MOVE 'CLOSED' TO CT-LABEL
	MOVE WS-CLOSED-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE
	MOVE 'LEFT WITH A BALANCE' TO CT-LABEL
	MOVE WS-RESIDUE-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO SETTLEMENT-LINE
	WRITE SETTLEMENT-LINE.

COPY PARAM-FETCH.

COPY HANDOFF-WRITE.

COPY CHANGE-HISTORY-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
