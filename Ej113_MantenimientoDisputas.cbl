*> Purpose: Customer dispute case maintenance for posted transactions
*>
*> A customer disputing a charge used to mean a paper form at the
*> branch, and RETURNS-PROCESS only heard about it if somebody
*> remembered. A case is now opened here against the posted item
*> itself - the AH-KEY of its ACCOUNT-HISTORY row - with the claim,
*> the date opened and a decision deadline DISPUTE-DEADLINE-DAYS days
*> out (default 45). A provisional credit for all or part of the
*> item can be granted while the case is worked (level 2); the
*> nightly DISPUTE-AGING run posts it. The case is decided at level 3
*> one of two ways: upheld, when the item is reversed through
*> RETURNS-PROCESS on its next run, or denied, when any provisional
*> credit the customer received is taken back. Either way a posted
*> provisional credit comes back out - an upheld item is refunded by
*> the reversal itself. Every case action lands in the shared
*> AUDIT-TRAIL.
*>
*> Mod history:
*> 24.10.04 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY DISPUTE-CASES-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY DISPUTE-CASES-FD.

COPY ACCOUNT-HISTORY-FD.

COPY PARAM-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-DEADLINE-DAYS PIC 9(3) VALUE 45.
01 WS-WORK-INT PIC 9(7).
01 WS-CASE-EOF PIC X VALUE 'N'.
	88 CASE-SCAN-EOF VALUE 'Y'.
01 WS-OPEN-COUNT PIC 9(5).
01 WS-NEW-CLAIM PIC X(40).
01 WS-NEW-NOTE PIC X(30).
01 WS-PROV-AMOUNT PIC 9(7)V99.
01 WS-EDITED-AMOUNT PIC ZZZZZZ9.99.
01 WS-EDITED-PROV PIC ZZZZZZ9.99.
01 WS-AUDIT-ITEM.
	05 AI-POST-DATE PIC X(8).
	05 FILLER PIC X VALUE '/'.
	05 AI-SEQ-NO PIC 9(7).
	05 FILLER PIC X VALUE SPACE.
COPY DISPUTE-CASES-STATUS.
COPY PARAM-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'DISPUTE-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'DISPUTE-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	MOVE 'DISPUTE-DEADLINE-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-DEADLINE-DAYS
	END-IF
	OPEN I-O DISPUTE-CASES.
	IF NOT DP-OK
		CLOSE DISPUTE-CASES
		OPEN OUTPUT DISPUTE-CASES
		CLOSE DISPUTE-CASES
		OPEN I-O DISPUTE-CASES
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Open dispute case'
		DISPLAY '2. Show case'
		DISPLAY '3. List open cases'
		DISPLAY '4. Grant provisional credit'
		DISPLAY '5. Uphold - reverse the item'
		DISPLAY '6. Deny - take back provisional credit'
		DISPLAY '7. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM OPEN-CASE THRU OPEN-CASE-EXIT
			WHEN 2 PERFORM SHOW-CASE THRU SHOW-CASE-EXIT
			WHEN 3 PERFORM LIST-OPEN-CASES
			WHEN 4
				IF OPR-LEVEL < 2
					DISPLAY 'Granting provisional credit takes level 2'
				ELSE
					PERFORM GRANT-PROVISIONAL-CREDIT
						THRU GRANT-PROVISIONAL-CREDIT-EXIT
				END-IF
			WHEN 5
				IF OPR-LEVEL < 3
					DISPLAY 'Deciding a dispute takes level 3'
				ELSE
					PERFORM UPHOLD-CASE THRU UPHOLD-CASE-EXIT
				END-IF
			WHEN 6
				IF OPR-LEVEL < 3
					DISPLAY 'Deciding a dispute takes level 3'
				ELSE
					PERFORM DENY-CASE THRU DENY-CASE-EXIT
				END-IF
			WHEN 7 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE DISPUTE-CASES.
	STOP RUN.

*> only a debit the customer actually bore can be disputed, and only
*> once: the item must be on the history, not already reversed, and
*> not already the subject of a case
OPEN-CASE.
	PERFORM ACCEPT-CASE-KEY
	READ DISPUTE-CASES
		NOT INVALID KEY
			DISPLAY 'A case is already on file for that item - status '
				DP-STATUS
			GO TO OPEN-CASE-EXIT
	END-READ
	MOVE DP-KEY TO AH-KEY
	OPEN INPUT ACCOUNT-HISTORY
	IF NOT FS-STATUS-OK
		CLOSE ACCOUNT-HISTORY
		DISPLAY 'ACCOUNT-HISTORY not available - case not opened'
		GO TO OPEN-CASE-EXIT
	END-IF
	READ ACCOUNT-HISTORY
		INVALID KEY
			CLOSE ACCOUNT-HISTORY
			DISPLAY 'No posted item ' DP-ACCOUNT-NO ' ' DP-POST-DATE
				'/' DP-SEQ-NO
			MOVE DP-ACCOUNT-NO TO EL-TRACKED-RESOURCE
			MOVE 'dispute rejected - no such posted item'
				TO EL-ERROR-MESSAGE
			PERFORM LOG-ERROR-TO-SYSERR
			GO TO OPEN-CASE-EXIT
	END-READ
	CLOSE ACCOUNT-HISTORY
	IF NOT AH-DEBIT
		DISPLAY 'Item is a credit to the account - nothing to dispute'
		GO TO OPEN-CASE-EXIT
	END-IF
	IF AH-ROW-REVERSED
		DISPLAY 'Item has already been reversed - nothing to dispute'
		GO TO OPEN-CASE-EXIT
	END-IF
	DISPLAY 'Item: ' AH-TYPE ' ' AH-AMOUNT ' posted ' AH-POST-DATE
	DISPLAY 'Customer claim: '
	ACCEPT WS-NEW-CLAIM
	IF WS-NEW-CLAIM = SPACES
		DISPLAY 'The claim is required - case not opened'
		GO TO OPEN-CASE-EXIT
	END-IF
	INITIALIZE DISPUTE-CASE-RECORD
	MOVE AH-KEY TO DP-KEY
	MOVE AH-AMOUNT TO DP-ITEM-AMOUNT
	MOVE AH-TYPE TO DP-ITEM-TYPE
	MOVE WS-NEW-CLAIM TO DP-CLAIM
	MOVE WS-TODAY-DATE TO DP-OPENED-DATE
	MOVE OPR-OPERATOR-ID TO DP-OPENED-BY
	COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
		+ WS-DEADLINE-DAYS
	COMPUTE DP-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
	MOVE 'O' TO DP-STATUS
	MOVE 'N' TO DP-PROV-STATE
	WRITE DISPUTE-CASE-RECORD
	MOVE 'WRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Case opened - to be decided by ' DP-DEADLINE-DATE
	MOVE 'OPEN' TO AT-CHANGE-OPERATION
	MOVE DP-ITEM-AMOUNT TO WS-EDITED-AMOUNT
	PERFORM LOG-CASE-EVENT.
	OPEN-CASE-EXIT.
	EXIT.

SHOW-CASE.
	PERFORM ACCEPT-CASE-KEY
	READ DISPUTE-CASES
		INVALID KEY
			DISPLAY 'No case on file for that item'
			GO TO SHOW-CASE-EXIT
	END-READ
	MOVE DP-ITEM-AMOUNT TO WS-EDITED-AMOUNT
	MOVE DP-PROV-AMOUNT TO WS-EDITED-PROV
	DISPLAY 'Item:         ' DP-ACCOUNT-NO ' ' DP-POST-DATE '/' DP-SEQ-NO
		' type ' DP-ITEM-TYPE ' ' WS-EDITED-AMOUNT
	DISPLAY 'Claim:        ' DP-CLAIM
	DISPLAY 'Opened:       ' DP-OPENED-DATE ' by ' DP-OPENED-BY
	DISPLAY 'Deadline:     ' DP-DEADLINE-DATE
	DISPLAY 'Status:       ' DP-STATUS
	IF NOT DP-NO-CREDIT
		DISPLAY 'Provisional:  ' WS-EDITED-PROV ' state ' DP-PROV-STATE
		IF DP-PROV-POSTED-DATE NOT = ZERO
			DISPLAY '  posted      ' DP-PROV-POSTED-DATE
		END-IF
		IF DP-TAKEBACK-DATE NOT = ZERO
			DISPLAY '  taken back  ' DP-TAKEBACK-DATE
		END-IF
	END-IF
	IF NOT DP-OPEN
		DISPLAY 'Decided:      ' DP-CLOSED-DATE ' by ' DP-CLOSED-BY
		DISPLAY 'Outcome:      ' DP-OUTCOME-NOTE
	END-IF.
	SHOW-CASE-EXIT.
	EXIT.

*> open and upheld cases alike are still live; key order is account
*> then posting date
LIST-OPEN-CASES.
	MOVE ZERO TO WS-OPEN-COUNT
	MOVE 'N' TO WS-CASE-EOF
	MOVE LOW-VALUES TO DP-KEY
	START DISPUTE-CASES KEY IS GREATER THAN OR EQUAL TO DP-KEY
		INVALID KEY SET CASE-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL CASE-SCAN-EOF
		READ DISPUTE-CASES NEXT RECORD
			AT END SET CASE-SCAN-EOF TO TRUE
		END-READ
		IF NOT CASE-SCAN-EOF AND NOT DP-CASE-CLOSED
			ADD 1 TO WS-OPEN-COUNT
			MOVE DP-ITEM-AMOUNT TO WS-EDITED-AMOUNT
			DISPLAY DP-ACCOUNT-NO ' ' DP-POST-DATE '/' DP-SEQ-NO ' '
				WS-EDITED-AMOUNT ' ' DP-STATUS ' due ' DP-DEADLINE-DATE
				' ' DP-CLAIM
		END-IF
	END-PERFORM
	DISPLAY WS-OPEN-COUNT ' open case(s)'.

*> one provisional credit per case, up to the disputed amount; zero
*> keyed means the full amount
GRANT-PROVISIONAL-CREDIT.
	PERFORM ACCEPT-CASE-KEY
	READ DISPUTE-CASES
		INVALID KEY
			DISPLAY 'No case on file for that item'
			GO TO GRANT-PROVISIONAL-CREDIT-EXIT
	END-READ
	IF NOT DP-OPEN
		DISPLAY 'Case is no longer open - status ' DP-STATUS
		GO TO GRANT-PROVISIONAL-CREDIT-EXIT
	END-IF
	IF NOT DP-NO-CREDIT
		DISPLAY 'A provisional credit has already been granted'
		GO TO GRANT-PROVISIONAL-CREDIT-EXIT
	END-IF
	MOVE DP-ITEM-AMOUNT TO WS-EDITED-AMOUNT
	DISPLAY 'Provisional credit (0 = full ' WS-EDITED-AMOUNT '): '
	ACCEPT WS-PROV-AMOUNT
	IF WS-PROV-AMOUNT = ZERO
		MOVE DP-ITEM-AMOUNT TO WS-PROV-AMOUNT
	END-IF
	IF WS-PROV-AMOUNT > DP-ITEM-AMOUNT
		DISPLAY 'Provisional credit cannot exceed the disputed amount'
		GO TO GRANT-PROVISIONAL-CREDIT-EXIT
	END-IF
	MOVE WS-PROV-AMOUNT TO DP-PROV-AMOUNT
	MOVE 'G' TO DP-PROV-STATE
	REWRITE DISPUTE-CASE-RECORD
	MOVE 'REWRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Provisional credit granted - posts in tonight''s run'
	MOVE 'PROVCRED' TO AT-CHANGE-OPERATION
	MOVE DP-PROV-AMOUNT TO WS-EDITED-AMOUNT
	PERFORM LOG-CASE-EVENT.
	GRANT-PROVISIONAL-CREDIT-EXIT.
	EXIT.

*> the reversal itself refunds the item, so any posted provisional
*> credit has to come back out alongside it
UPHOLD-CASE.
	PERFORM READ-OPEN-CASE THRU READ-OPEN-CASE-EXIT
	IF NOT DP-OK
		GO TO UPHOLD-CASE-EXIT
	END-IF
	MOVE 'U' TO DP-STATUS
	PERFORM SETTLE-PROVISIONAL-CREDIT
	REWRITE DISPUTE-CASE-RECORD
	MOVE 'REWRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Case upheld - item reverses on the next RETURNS-PROCESS run'
	MOVE 'UPHOLD' TO AT-CHANGE-OPERATION
	MOVE DP-ITEM-AMOUNT TO WS-EDITED-AMOUNT
	PERFORM LOG-CASE-EVENT.
	UPHOLD-CASE-EXIT.
	EXIT.

DENY-CASE.
	PERFORM READ-OPEN-CASE THRU READ-OPEN-CASE-EXIT
	IF NOT DP-OK
		GO TO DENY-CASE-EXIT
	END-IF
	MOVE 'D' TO DP-STATUS
	PERFORM SETTLE-PROVISIONAL-CREDIT
	REWRITE DISPUTE-CASE-RECORD
	MOVE 'REWRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF DP-TAKEBACK-DUE
		DISPLAY 'Case denied - provisional credit taken back tonight'
	ELSE
		DISPLAY 'Case denied'
	END-IF
	MOVE 'DENY' TO AT-CHANGE-OPERATION
	MOVE DP-PROV-AMOUNT TO WS-EDITED-AMOUNT
	PERFORM LOG-CASE-EVENT.
	DENY-CASE-EXIT.
	EXIT.

*> a decision needs an open case and a note; the note, operator and
*> date go on the case whichever way it is decided
READ-OPEN-CASE.
	PERFORM ACCEPT-CASE-KEY
	READ DISPUTE-CASES
		INVALID KEY
			DISPLAY 'No case on file for that item'
			GO TO READ-OPEN-CASE-EXIT
	END-READ
	IF NOT DP-OPEN
		DISPLAY 'Case is no longer open - status ' DP-STATUS
		MOVE '23' TO DP-FILE-STATUS
		GO TO READ-OPEN-CASE-EXIT
	END-IF
	DISPLAY 'Outcome note: '
	ACCEPT WS-NEW-NOTE
	IF WS-NEW-NOTE = SPACES
		DISPLAY 'A note is required - case not decided'
		MOVE '23' TO DP-FILE-STATUS
		GO TO READ-OPEN-CASE-EXIT
	END-IF
	MOVE WS-NEW-NOTE TO DP-OUTCOME-NOTE
	MOVE WS-TODAY-DATE TO DP-CLOSED-DATE
	MOVE OPR-OPERATOR-ID TO DP-CLOSED-BY.
	READ-OPEN-CASE-EXIT.
	EXIT.

*> a credit still waiting to post is simply cancelled; one the
*> customer already has is set to be taken back by the nightly run
SETTLE-PROVISIONAL-CREDIT.
	EVALUATE TRUE
		WHEN DP-CREDIT-GRANTED
			MOVE 'N' TO DP-PROV-STATE
			MOVE ZERO TO DP-PROV-AMOUNT
		WHEN DP-CREDIT-POSTED
			MOVE 'T' TO DP-PROV-STATE
	END-EVALUATE.

ACCEPT-CASE-KEY.
	DISPLAY 'Account number: '
	ACCEPT DP-ACCOUNT-NO
	DISPLAY 'Posting date of the item (YYYYMMDD): '
	ACCEPT DP-POST-DATE
	DISPLAY 'Item sequence number: '
	ACCEPT DP-SEQ-NO.

*> the account is the tracked key; the item and the amount acted on
*> go in the detail
LOG-CASE-EVENT.
	MOVE DP-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE DP-POST-DATE TO AI-POST-DATE
	MOVE DP-SEQ-NO TO AI-SEQ-NO
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING WS-AUDIT-ITEM WS-EDITED-AMOUNT
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

COPY PARAM-FETCH.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
