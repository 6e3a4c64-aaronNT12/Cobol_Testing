*> Purpose: Nightly customer notices for refused, swept and returned items
*>
*> A customer whose withdrawal bounced, or whose funding account was
*> drawn on to cover an overdraft, used to find out from the statement
*> weeks later. This runs after the posting run and reads the day's
*> events (NOTICE_DATE=yyyymmdd picks another day):
*>
*>   refused items      TRANSACTION-SUSPENSE.DAT rejects dated that day
*>                      whose reason the customer can act on - the
*>                      balance would be overdrawn, funds are locked in
*>                      a term deposit, the daily limit was passed, the
*>                      account is dormant, or a cheque was stopped or
*>                      not valid; rejects for our own reasons (bad
*>                      feed data, unknown accounts, missing rates)
*>                      are for SUSPENSE-REPAIR, not the customer
*>   block hits         rejects with reason 12, an account block
*>   sweeps             OVERDRAFT-SWEEPS.DAT covering transfers, told
*>                      to the holder of the protected account and of
*>                      the funding account
*>   returns            RETURNS-PROCESS reversals (AH-TYPE 'R') posted
*>                      to ACCOUNT-HISTORY that day
*>
*> Each event resolves to the account's owner through the
*> CUSTOMER-ACCOUNTS.DAT cross-reference (last owner wins, as on the
*> statement) and CUSTOMER-NOTICES.PRT gets one dated letter per
*> customer listing all of that customer's events, addressed from
*> CUSTOMER-MASTER. The mail flag is honoured the way ACCOUNT-STATEMENT
*> honours it: hold-mail and do-not-mail letters are marked for the
*> mail room. Every event is appended to NOTICE-REGISTER.DAT with the
*> customer it went to and how (mailed, held, do not mail, or no usable
*> address). A rerun for a day already on the register reprints the
*> letters without registering them twice.
*>
*> Mod history:
*> 24.10.14 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-NOTICES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY TRANSACTION-SUSPENSE-SELECT.
	COPY OVERDRAFT-SWEEPS-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT OPTIONAL NOTICE-REGISTER ASSIGN TO 'NOTICE-REGISTER.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT NOTICE-LETTERS ASSIGN TO 'CUSTOMER-NOTICES.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT SORT-WORK ASSIGN TO 'SORTWORK.TMP'.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TRANSACTION-SUSPENSE-FD.

COPY OVERDRAFT-SWEEPS-FD.

COPY ACCOUNT-HISTORY-FD.

COPY CUSTOMER-MASTER-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

FD NOTICE-REGISTER.
01 NOTICE-REGISTER-RECORD.
	05 NR-NOTICE-DATE PIC 9(8).
	05 NR-CUSTOMER-NO PIC 9(6).
	05 NR-ACCOUNT-NO PIC 9(10).
	05 NR-EVENT PIC X.
	05 NR-REASON-CODE PIC 9(2).
	05 NR-AMOUNT PIC 9(9)V99.
	05 NR-DISPOSITION PIC X.
	05 NR-WORDING PIC X(40).

FD NOTICE-LETTERS.
01 LETTER-LINE PIC X(80).

SD SORT-WORK.
01 SW-RECORD.
	05 SW-CUSTOMER-NO PIC 9(6).
	05 SW-ACCOUNT-NO PIC 9(10).
	05 SW-EVENT PIC X.
	05 SW-REASON-CODE PIC 9(2).
	05 SW-AMOUNT PIC 9(9)V99.
	05 SW-WORDING PIC X(40).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
01 WS-NOTICE-DATE PIC 9(8).
01 WS-SUSPENSE-EOF PIC X VALUE 'N'.
	88 SUSPENSE-EOF VALUE 'Y'.
01 WS-SWEEP-EOF PIC X VALUE 'N'.
	88 SWEEP-EOF VALUE 'Y'.
01 WS-AH-EOF PIC X VALUE 'N'.
	88 HISTORY-EOF VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-REGISTER-EOF PIC X VALUE 'N'.
	88 REGISTER-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
	88 SORT-EOF VALUE 'Y'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
COPY CUSTOMER-MASTER-STATUS.
01 WS-CUSTOMERS-FLAG PIC X VALUE 'N'.
	88 CUSTOMERS-AVAILABLE VALUE 'Y'.
01 WS-REPRINT-FLAG PIC X VALUE 'N'.
	88 REPRINT-RUN VALUE 'Y'.
*> customer -> account cross-reference, loaded at startup the way
*> ACCOUNT-STATEMENT loads it
01 WS-XREF-COUNT PIC 9(4) VALUE ZERO.
01 WS-XREF-TABLE.
	05 WS-XREF-ENTRY OCCURS 500 TIMES.
		10 WS-XREF-CUSTOMER PIC 9(6).
		10 WS-XREF-ACCOUNT PIC 9(10).
01 WS-XREF-SUB PIC 9(4).
01 WS-OWNER-ACCOUNT PIC 9(10).
01 WS-OWNER-CUSTOMER PIC 9(6).
01 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
01 WS-LETTER-CUSTOMER PIC 9(6).
01 WS-LETTER-FLAG PIC X VALUE 'N'.
	88 LETTER-OPEN VALUE 'Y'.
01 WS-DISPOSITION PIC X.
	88 NOTICE-MAILED VALUE 'M'.
	88 NOTICE-HELD VALUE 'H'.
	88 NOTICE-NOT-MAILED VALUE 'N'.
	88 NOTICE-NO-ADDRESS VALUE 'A'.
01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
01 WS-MAILED-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNOWNED-COUNT PIC 9(5) VALUE ZERO.
01 WS-DATE-LINE.
	05 FILLER PIC X(50) VALUE SPACES.
	05 DT-DATE PIC 9999/99/99.
01 WS-EVENT-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 EL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 EL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 EL-WORDING PIC X(40).
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(30).
	05 CL-COUNT PIC ZZZZ9.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'CUSTOMER-NOTICES' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE WS-TODAY-DATE TO WS-NOTICE-DATE.
	ACCEPT WS-DATE-TEXT FROM ENVIRONMENT 'NOTICE_DATE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-DATE-TEXT NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-DATE-TEXT) TO WS-NOTICE-DATE
	END-IF
	PERFORM LOAD-ACCOUNT-XREF.
	PERFORM CHECK-ALREADY-REGISTERED.
	OPEN INPUT CUSTOMER-MASTER.
	IF CU-OK
		SET CUSTOMERS-AVAILABLE TO TRUE
	ELSE
		CLOSE CUSTOMER-MASTER
	END-IF
	OPEN OUTPUT NOTICE-LETTERS.
	MOVE 'OPEN NOTICE-LETTERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF NOT REPRINT-RUN
		OPEN EXTEND NOTICE-REGISTER
		MOVE 'OPEN NOTICE-REGISTER' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
	END-IF
	SORT SORT-WORK
		ON ASCENDING KEY SW-CUSTOMER-NO SW-ACCOUNT-NO
		INPUT PROCEDURE COLLECT-DAY-EVENTS
		OUTPUT PROCEDURE PRINT-NOTICE-LETTERS.
	PERFORM WRITE-NOTICE-SUMMARY.
	IF NOT REPRINT-RUN
		CLOSE NOTICE-REGISTER
	END-IF
	CLOSE NOTICE-LETTERS.
	IF CUSTOMERS-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF
	DISPLAY 'Customer notices ' WS-NOTICE-DATE ': ' WS-EVENT-COUNT
		' event(s), ' WS-LETTER-COUNT ' letter(s), ' WS-HELD-COUNT
		' held, ' WS-UNOWNED-COUNT ' with no owner'
	MOVE WS-EVENT-COUNT TO JS-RECORDS-READ.
	MOVE WS-LETTER-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

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

*> a day already on the register has had its notices; a rerun prints
*> the letters again but must not register them a second time
CHECK-ALREADY-REGISTERED.
	OPEN INPUT NOTICE-REGISTER
	IF NOT FS-STATUS-OK
		CLOSE NOTICE-REGISTER
		EXIT PARAGRAPH
	END-IF
	READ NOTICE-REGISTER
		AT END SET REGISTER-EOF TO TRUE
	END-READ
	PERFORM UNTIL REGISTER-EOF OR REPRINT-RUN
		IF NR-NOTICE-DATE = WS-NOTICE-DATE
			SET REPRINT-RUN TO TRUE
		END-IF
		READ NOTICE-REGISTER
			AT END SET REGISTER-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE NOTICE-REGISTER
	IF REPRINT-RUN
		DISPLAY 'Notices for ' WS-NOTICE-DATE ' are already on the '
			'register - letters reprinted only'
	END-IF.

*> the owner the statement would go to: the last cross-reference row
*> for the account
FIND-ACCOUNT-OWNER.
	MOVE ZEROS TO WS-OWNER-CUSTOMER
	PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
		UNTIL WS-XREF-SUB > WS-XREF-COUNT
		IF WS-XREF-ACCOUNT(WS-XREF-SUB) = WS-OWNER-ACCOUNT
			MOVE WS-XREF-CUSTOMER(WS-XREF-SUB) TO WS-OWNER-CUSTOMER
		END-IF
	END-PERFORM.

COLLECT-DAY-EVENTS.
	PERFORM COLLECT-SUSPENSE-EVENTS
	PERFORM COLLECT-SWEEP-EVENTS
	PERFORM COLLECT-RETURN-EVENTS.

COLLECT-SUSPENSE-EVENTS.
	OPEN INPUT TRANSACTION-SUSPENSE
	IF NOT FS-STATUS-OK
		CLOSE TRANSACTION-SUSPENSE
		EXIT PARAGRAPH
	END-IF
	READ TRANSACTION-SUSPENSE
		AT END SET SUSPENSE-EOF TO TRUE
	END-READ
	PERFORM UNTIL SUSPENSE-EOF
		IF SU-REJECT-DATE = WS-NOTICE-DATE
			PERFORM RELEASE-SUSPENSE-EVENT
		END-IF
		READ TRANSACTION-SUSPENSE
			AT END SET SUSPENSE-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE TRANSACTION-SUSPENSE.

*> the reasons a customer can do something about; anything else is
*> ours to repair and is not sent
RELEASE-SUSPENSE-EVENT.
	MOVE SPACES TO SW-WORDING
	MOVE 'R' TO SW-EVENT
	EVALUATE SU-REASON-CODE
		WHEN 03 WHEN 04 WHEN 05 WHEN 15 WHEN 20 WHEN 22
			MOVE 'NOT PAID - INSUFFICIENT FUNDS' TO SW-WORDING
		WHEN 16
			MOVE 'NOT PAID - FUNDS HELD IN TERM DEPOSIT' TO SW-WORDING
		WHEN 11
			MOVE 'HELD - OVER YOUR DAILY LIMIT' TO SW-WORDING
		WHEN 08
			MOVE 'HELD - ACCOUNT DORMANT, PLEASE CALL' TO SW-WORDING
		WHEN 17
			MOVE 'CHEQUE NOT PAID - STOPPED BY YOU' TO SW-WORDING
		WHEN 18 WHEN 19
			MOVE 'CHEQUE NOT PAID - NOT A VALID CHEQUE' TO SW-WORDING
		WHEN 12
			MOVE 'B' TO SW-EVENT
			MOVE 'NOT POSTED - ACCOUNT IS BLOCKED' TO SW-WORDING
		WHEN OTHER
			EXIT PARAGRAPH
	END-EVALUATE
	MOVE SU-ACCOUNT-NO TO WS-OWNER-ACCOUNT
	MOVE SU-REASON-CODE TO SW-REASON-CODE
	MOVE SU-AMOUNT TO SW-AMOUNT
	PERFORM RELEASE-EVENT.

*> both sides hear about a sweep: the protected account was covered,
*> the funding account paid for it
COLLECT-SWEEP-EVENTS.
	OPEN INPUT OVERDRAFT-SWEEPS
	IF NOT FS-STATUS-OK
		CLOSE OVERDRAFT-SWEEPS
		EXIT PARAGRAPH
	END-IF
	READ OVERDRAFT-SWEEPS
		AT END SET SWEEP-EOF TO TRUE
	END-READ
	PERFORM UNTIL SWEEP-EOF
		IF OS-SWEEP-DATE = WS-NOTICE-DATE
			MOVE 'S' TO SW-EVENT
			MOVE ZERO TO SW-REASON-CODE
			MOVE OS-AMOUNT TO SW-AMOUNT
			MOVE OS-ACCOUNT-NO TO WS-OWNER-ACCOUNT
			MOVE SPACES TO SW-WORDING
			STRING 'COVERED BY TRANSFER FROM ' OS-FUNDING-ACCOUNT
				DELIMITED BY SIZE INTO SW-WORDING
			PERFORM RELEASE-EVENT
			MOVE 'S' TO SW-EVENT
			MOVE ZERO TO SW-REASON-CODE
			MOVE OS-AMOUNT TO SW-AMOUNT
			MOVE OS-FUNDING-ACCOUNT TO WS-OWNER-ACCOUNT
			MOVE SPACES TO SW-WORDING
			STRING 'MOVED TO COVER ACCOUNT ' OS-ACCOUNT-NO
				DELIMITED BY SIZE INTO SW-WORDING
			PERFORM RELEASE-EVENT
		END-IF
		READ OVERDRAFT-SWEEPS
			AT END SET SWEEP-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-SWEEPS.

*> a returned credit is taken back off the account; a returned debit
*> is put back on it
COLLECT-RETURN-EVENTS.
	OPEN INPUT ACCOUNT-HISTORY
	IF NOT FS-STATUS-OK
		CLOSE ACCOUNT-HISTORY
		EXIT PARAGRAPH
	END-IF
	MOVE LOW-VALUES TO AH-KEY
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET HISTORY-EOF TO TRUE
	END-START
	PERFORM UNTIL HISTORY-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET HISTORY-EOF TO TRUE
			NOT AT END
				IF AH-TYPE = 'R' AND AH-POST-DATE = WS-NOTICE-DATE
					MOVE 'T' TO SW-EVENT
					MOVE ZERO TO SW-REASON-CODE
					MOVE AH-AMOUNT TO SW-AMOUNT
					MOVE AH-ACCOUNT-NO TO WS-OWNER-ACCOUNT
					MOVE SPACES TO SW-WORDING
					IF AH-DEBIT
						STRING 'RETURNED UNPAID - ITEM ' AH-REVERSAL-OF-SEQ
							DELIMITED BY SIZE INTO SW-WORDING
					ELSE
						STRING 'PAYMENT RETURNED - ITEM ' AH-REVERSAL-OF-SEQ
							DELIMITED BY SIZE INTO SW-WORDING
					END-IF
					PERFORM RELEASE-EVENT
				END-IF
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-HISTORY.

RELEASE-EVENT.
	PERFORM FIND-ACCOUNT-OWNER
	MOVE WS-OWNER-CUSTOMER TO SW-CUSTOMER-NO
	MOVE WS-OWNER-ACCOUNT TO SW-ACCOUNT-NO
	ADD 1 TO WS-EVENT-COUNT
	RELEASE SW-RECORD.

*> one letter per customer; events for an account nobody owns are
*> registered with no address and counted for the branch to chase
PRINT-NOTICE-LETTERS.
	RETURN SORT-WORK
		AT END SET SORT-EOF TO TRUE
	END-RETURN
	PERFORM UNTIL SORT-EOF
		IF SW-CUSTOMER-NO = ZERO
			ADD 1 TO WS-UNOWNED-COUNT
			MOVE 'A' TO WS-DISPOSITION
		ELSE
			IF NOT LETTER-OPEN OR SW-CUSTOMER-NO NOT = WS-LETTER-CUSTOMER
				IF LETTER-OPEN
					PERFORM CLOSE-LETTER
				END-IF
				MOVE SW-CUSTOMER-NO TO WS-LETTER-CUSTOMER
				PERFORM OPEN-LETTER
				SET LETTER-OPEN TO TRUE
			END-IF
			MOVE SW-ACCOUNT-NO TO EL-ACCOUNT
			MOVE SW-AMOUNT TO EL-AMOUNT
			MOVE SW-WORDING TO EL-WORDING
			MOVE WS-EVENT-LINE TO LETTER-LINE
			WRITE LETTER-LINE
		END-IF
		PERFORM REGISTER-EVENT
		RETURN SORT-WORK
			AT END SET SORT-EOF TO TRUE
		END-RETURN
	END-PERFORM
	IF LETTER-OPEN
		PERFORM CLOSE-LETTER
	END-IF.

*> the address block and mail handling follow ACCOUNT-STATEMENT's
*> WRITE-MAILING-ADDRESS-BLOCK, so the mail room splits notices and
*> statements the same way
OPEN-LETTER.
	ADD 1 TO WS-LETTER-COUNT
	MOVE 'M' TO WS-DISPOSITION
	IF NOT CUSTOMERS-AVAILABLE
		MOVE 'A' TO WS-DISPOSITION
	ELSE
		MOVE WS-LETTER-CUSTOMER TO CU-CUSTOMER-NO
		READ CUSTOMER-MASTER
			INVALID KEY
				MOVE 'A' TO WS-DISPOSITION
		END-READ
		IF NOTICE-MAILED AND CU-NAME = SPACES
			MOVE 'A' TO WS-DISPOSITION
		END-IF
	END-IF
	IF NOTICE-NO-ADDRESS
		ADD 1 TO WS-NO-ADDRESS-COUNT
		MOVE '*** NO USABLE MAILING ADDRESS ***' TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE SPACES TO LETTER-LINE
		STRING 'CUSTOMER ' WS-LETTER-CUSTOMER
			DELIMITED BY SIZE INTO LETTER-LINE
		WRITE LETTER-LINE
	ELSE
		EVALUATE TRUE
			WHEN CU-HOLD-MAIL
				MOVE 'H' TO WS-DISPOSITION
				ADD 1 TO WS-HELD-COUNT
				MOVE '*** HOLD MAIL - KEEP AT BRANCH ***' TO LETTER-LINE
				WRITE LETTER-LINE
			WHEN CU-DO-NOT-MAIL
				MOVE 'N' TO WS-DISPOSITION
				ADD 1 TO WS-HELD-COUNT
				MOVE '*** DO NOT MAIL ***' TO LETTER-LINE
				WRITE LETTER-LINE
			WHEN OTHER
				ADD 1 TO WS-MAILED-COUNT
		END-EVALUATE
		MOVE CU-NAME TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE CU-STREET TO LETTER-LINE
		WRITE LETTER-LINE
		MOVE SPACES TO LETTER-LINE
		STRING CU-CITY ' ' CU-STATE ' ' CU-ZIP
			DELIMITED BY SIZE INTO LETTER-LINE
		WRITE LETTER-LINE
	END-IF
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE WS-NOTICE-DATE TO DT-DATE
	MOVE WS-DATE-LINE TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE 'NOTICE OF ACTIVITY ON YOUR ACCOUNTS' TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE 'On the date above the following happened on your account(s):'
		TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE.

CLOSE-LETTER.
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE 'Please contact your branch if you have any questions.'
		TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE ALL '-' TO LETTER-LINE
	WRITE LETTER-LINE.

REGISTER-EVENT.
	IF REPRINT-RUN
		EXIT PARAGRAPH
	END-IF
	MOVE WS-NOTICE-DATE TO NR-NOTICE-DATE
	MOVE SW-CUSTOMER-NO TO NR-CUSTOMER-NO
	MOVE SW-ACCOUNT-NO TO NR-ACCOUNT-NO
	MOVE SW-EVENT TO NR-EVENT
	MOVE SW-REASON-CODE TO NR-REASON-CODE
	MOVE SW-AMOUNT TO NR-AMOUNT
	MOVE WS-DISPOSITION TO NR-DISPOSITION
	MOVE SW-WORDING TO NR-WORDING
	WRITE NOTICE-REGISTER-RECORD
	MOVE 'WRITE NOTICE-REGISTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

WRITE-NOTICE-SUMMARY.
	MOVE SPACES TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE 'NOTICE RUN CONTROL PAGE' TO LETTER-LINE
	WRITE LETTER-LINE
	MOVE 'EVENTS' TO CL-LABEL
	MOVE WS-EVENT-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'LETTERS' TO CL-LABEL
	MOVE WS-LETTER-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'MAILING - FOR THE POST' TO CL-LABEL
	MOVE WS-MAILED-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'MAILING - HELD/NO MAIL' TO CL-LABEL
	MOVE WS-HELD-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'MAILING - NO ADDRESS' TO CL-LABEL
	MOVE WS-NO-ADDRESS-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'EVENTS ON UNOWNED ACCOUNTS' TO CL-LABEL
	MOVE WS-UNOWNED-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE.

WRITE-COUNT-LINE.
	MOVE WS-COUNT-LINE TO LETTER-LINE
	WRITE LETTER-LINE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
