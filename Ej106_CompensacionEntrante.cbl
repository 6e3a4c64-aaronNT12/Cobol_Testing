*> Purpose: Inbound interbank clearing credits ahead of the feed build
*>
*> Runs ahead of STANDING-ORDER-GEN. CLEARING-IN.DAT is the file of
*> credits other banks have sent us through the clearing house: one
*> detail per payment with the remitting bank, its reference, the
*> beneficiary account here, the amount and the originator's name,
*> closed by a trailer carrying the detail count and amount hash. The
*> trailer is proved in a first pass and a file that does not agree
*> posts nothing (exit 16 - the file goes back to the clearing house
*> untouched). A good file is split in a second pass: a credit for an
*> account on ACCOUNT-MASTER that is not closed becomes a type 'N'
*> item on INBOUND-POST.DAT, in transaction-feed layout with its own
*> control trailer, for STANDING-ORDER-GEN to fold in; a credit that
*> matches no account (or a closed one) is appended to
*> INBOUND-UNMATCHED.DAT with the reason and the date received, for
*> the payments team to return or redirect. CLEARING-IN.DAT is then
*> consumed so the same credits can never be taken twice, and an
*> INBOUND-POST.DAT the feed build has not yet folded in stops the
*> step rather than being overwritten.
*>
*> Mod history:
*> 24.09.22 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. INBOUND-CLEARING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL CLEARING-IN ASSIGN TO 'CLEARING-IN.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL INBOUND-POST-FEED ASSIGN TO 'INBOUND-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL UNMATCHED-QUEUE ASSIGN TO 'INBOUND-UNMATCHED.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ACCOUNT-MASTER-SELECT.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
FD CLEARING-IN.
01 CLEARING-IN-RECORD.
	05 IB-RECORD-TYPE PIC X.
	05 IB-REMITTING-BANK PIC X(11).
	05 IB-REFERENCE PIC X(16).
	05 IB-BENEFICIARY-ACCOUNT PIC 9(10).
	05 IB-AMOUNT PIC 9(7)V99.
	05 IB-ORIGINATOR-NAME PIC X(30).
	05 IB-VALUE-DATE PIC 9(8).
01 CLEARING-IN-TRAILER REDEFINES CLEARING-IN-RECORD.
	05 IBT-RECORD-TYPE PIC X.
	05 IBT-RECORD-COUNT PIC 9(10).
	05 IBT-HASH-TOTAL PIC 9(11)V99.
	05 FILLER PIC X(61).

FD INBOUND-POST-FEED.
01 INBOUND-POST-RECORD.
	05 IN-ACCOUNT-NO PIC 9(10).
	05 IN-TYPE PIC X.
	05 IN-AMOUNT PIC 9(7)V99.
	05 IN-TO-ACCOUNT-NO PIC 9(10).
	05 IN-DATE PIC 9(8).
01 INBOUND-POST-TRAILER REDEFINES INBOUND-POST-RECORD.
	05 INT-RECORD-COUNT PIC 9(10).
	05 INT-TYPE PIC X.
	05 INT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD UNMATCHED-QUEUE.
01 UNMATCHED-RECORD.
	05 UQ-RECEIVED-DATE PIC 9(8).
	05 UQ-REASON PIC X(20).
	05 UQ-CREDIT PIC X(85).

COPY ACCOUNT-MASTER-FD.

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-IN-EOF PIC X VALUE 'N'.
	88 CLEARING-IN-EOF VALUE 'Y'.
01 WS-POST-EOF PIC X VALUE 'N'.
	88 INBOUND-POST-EOF VALUE 'Y'.
01 WS-TRAILER-SEEN PIC X VALUE 'N'.
	88 CLEARING-TRAILER-SEEN VALUE 'Y'.
01 WS-IN-COUNT PIC 9(10) VALUE ZERO.
01 WS-IN-HASH PIC 9(11)V99 VALUE ZERO.
01 WS-PENDING-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
01 WS-UNMATCHED-AMOUNT PIC 9(9)V99 VALUE ZERO.
01 WS-UNMATCHED-REASON PIC X(20).
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'INBOUND-CLEARING' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM CHECK-PENDING-POST THRU CHECK-PENDING-POST-EXIT.
	IF RETURN-CODE = ZERO
		PERFORM PROVE-CLEARING-FILE THRU PROVE-CLEARING-FILE-EXIT
	END-IF
	IF RETURN-CODE = ZERO AND WS-IN-COUNT > ZERO
		PERFORM SPLIT-CLEARING-FILE
		OPEN OUTPUT CLEARING-IN
		CLOSE CLEARING-IN
	END-IF
	MOVE 'INBOUND-CLEARING' TO HF-STEP
	MOVE 'C' TO HF-ROLE
	MOVE 'CLEARING-IN.DAT' TO HF-FILE-NAME
	MOVE WS-IN-COUNT TO HF-COUNT
	MOVE WS-IN-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	MOVE 'P' TO HF-ROLE
	MOVE 'INBOUND-POST.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Inbound clearing: ' WS-IN-COUNT ' credits received, '
		WS-FEED-COUNT ' to post, ' WS-UNMATCHED-COUNT ' unmatched ('
		WS-UNMATCHED-AMOUNT ')'
	MOVE WS-IN-COUNT TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-UNMATCHED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> STANDING-ORDER-GEN empties INBOUND-POST.DAT once it has folded it
*> in, so details still sitting there mean last night's credits never
*> reached the feed - overwriting them would lose real money
CHECK-PENDING-POST.
	OPEN INPUT INBOUND-POST-FEED
	IF NOT FS-STATUS-OK
		CLOSE INBOUND-POST-FEED
		GO TO CHECK-PENDING-POST-EXIT
	END-IF
	READ INBOUND-POST-FEED
		AT END SET INBOUND-POST-EOF TO TRUE
	END-READ
	PERFORM UNTIL INBOUND-POST-EOF
		IF IN-TYPE NOT = 'C'
			ADD 1 TO WS-PENDING-COUNT
		END-IF
		READ INBOUND-POST-FEED
			AT END SET INBOUND-POST-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE INBOUND-POST-FEED
	IF WS-PENDING-COUNT > ZERO
		DISPLAY '*** INBOUND-POST.DAT STILL HOLDS ' WS-PENDING-COUNT
			' UNFOLDED CREDITS - NOT OVERWRITTEN ***'
		MOVE 16 TO RETURN-CODE
	END-IF.
	CHECK-PENDING-POST-EXIT.
	EXIT.

*> first pass: count and hash the details and hold them against the
*> clearing house's trailer; a missing trailer is as bad as a wrong
*> one, but no file at all just means nothing came in today
PROVE-CLEARING-FILE.
	OPEN INPUT CLEARING-IN
	IF NOT FS-STATUS-OK
		CLOSE CLEARING-IN
		GO TO PROVE-CLEARING-FILE-EXIT
	END-IF
	READ CLEARING-IN
		AT END SET CLEARING-IN-EOF TO TRUE
	END-READ
	PERFORM UNTIL CLEARING-IN-EOF
		IF IB-RECORD-TYPE = 'T'
			SET CLEARING-TRAILER-SEEN TO TRUE
			IF IBT-RECORD-COUNT NOT = WS-IN-COUNT
				OR IBT-HASH-TOTAL NOT = WS-IN-HASH
				DISPLAY '*** INBOUND CLEARING FILE CONTROL MISMATCH ***'
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			ADD 1 TO WS-IN-COUNT
			ADD IB-AMOUNT TO WS-IN-HASH
		END-IF
		READ CLEARING-IN
			AT END SET CLEARING-IN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CLEARING-IN
	IF WS-IN-COUNT > ZERO AND NOT CLEARING-TRAILER-SEEN
		DISPLAY '*** INBOUND CLEARING FILE HAS NO TRAILER ***'
		MOVE 16 TO RETURN-CODE
	END-IF
	IF RETURN-CODE NOT = ZERO
		MOVE ZERO TO WS-IN-COUNT
		MOVE ZERO TO WS-IN-HASH
	END-IF.
	PROVE-CLEARING-FILE-EXIT.
	EXIT.

*> second pass: every proved credit goes either to the posting feed or
*> to the payments team's queue, never both
SPLIT-CLEARING-FILE.
	OPEN INPUT CLEARING-IN
	MOVE 'OPEN CLEARING-IN' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT ACCOUNT-MASTER
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT INBOUND-POST-FEED
	MOVE 'OPEN INBOUND-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN EXTEND UNMATCHED-QUEUE
	MOVE 'OPEN UNMATCHED-QUEUE' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'N' TO WS-IN-EOF
	READ CLEARING-IN
		AT END SET CLEARING-IN-EOF TO TRUE
	END-READ
	PERFORM UNTIL CLEARING-IN-EOF
		IF IB-RECORD-TYPE NOT = 'T'
			PERFORM ROUTE-ONE-CREDIT
		END-IF
		READ CLEARING-IN
			AT END SET CLEARING-IN-EOF TO TRUE
		END-READ
	END-PERFORM
	MOVE SPACES TO INBOUND-POST-RECORD
	MOVE WS-FEED-COUNT TO INT-RECORD-COUNT
	MOVE 'C' TO INT-TYPE
	MOVE WS-FEED-HASH TO INT-HASH-TOTAL
	WRITE INBOUND-POST-RECORD
	MOVE 'WRITE INBOUND-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE CLEARING-IN.
	CLOSE ACCOUNT-MASTER.
	CLOSE INBOUND-POST-FEED.
	CLOSE UNMATCHED-QUEUE.

*> a dormant account still takes the credit onto the feed - the
*> posting run holds it in suspense the way it does any other credit
*> to a dormant account
ROUTE-ONE-CREDIT.
	MOVE SPACES TO WS-UNMATCHED-REASON
	MOVE IB-BENEFICIARY-ACCOUNT TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			MOVE 'NO SUCH ACCOUNT' TO WS-UNMATCHED-REASON
		NOT INVALID KEY
			IF AM-CLOSED
				MOVE 'ACCOUNT CLOSED' TO WS-UNMATCHED-REASON
			END-IF
	END-READ
	IF WS-UNMATCHED-REASON = SPACES
		MOVE SPACES TO INBOUND-POST-RECORD
		MOVE IB-BENEFICIARY-ACCOUNT TO IN-ACCOUNT-NO
		MOVE 'N' TO IN-TYPE
		MOVE IB-AMOUNT TO IN-AMOUNT
		MOVE ZERO TO IN-TO-ACCOUNT-NO
		MOVE IB-VALUE-DATE TO IN-DATE
		WRITE INBOUND-POST-RECORD
		MOVE 'WRITE INBOUND-POST-FEED' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		ADD 1 TO WS-FEED-COUNT
		ADD IB-AMOUNT TO WS-FEED-HASH
	ELSE
		MOVE WS-TODAY-DATE TO UQ-RECEIVED-DATE
		MOVE WS-UNMATCHED-REASON TO UQ-REASON
		MOVE CLEARING-IN-RECORD TO UQ-CREDIT
		WRITE UNMATCHED-RECORD
		MOVE 'WRITE UNMATCHED-QUEUE' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		ADD 1 TO WS-UNMATCHED-COUNT
		ADD IB-AMOUNT TO WS-UNMATCHED-AMOUNT
		DISPLAY 'Unmatched inbound credit ' IB-REFERENCE ' from '
			IB-REMITTING-BANK ' for account ' IB-BENEFICIARY-ACCOUNT
			' - ' WS-UNMATCHED-REASON
	END-IF.

COPY HANDOFF-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
