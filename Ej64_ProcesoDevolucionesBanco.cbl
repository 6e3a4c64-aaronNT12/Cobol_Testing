*> 24.09.12 AN - the register line for an unmatched return showed the
*>               previous item's amount; the work amount is zeroed
*>               before each match attempt.
*> 24.10.04 AN - dispute cases upheld on DISPUTE-CASES are reversed
*>               here too, after the feed, with reason DISPUTE UPHELD.
*>               Any reversal of a disputed item closes its case as
*>               reversed and takes back a provisional credit already
*>               posted (DISPUTE-AGING presents the take-back). A
*>               missing RETURNS-FEED.DAT no longer stops the run.
*> 24.10.16 AN - the reversal row is also added to the DAILY-POSTINGS
*>               accumulator the posting run's limit and duplicate
*>               screens read, so a debit reversal counts against
*>               today's total there just as it did in the history.

IDENTIFICATION DIVISION.
PROGRAM-ID. RETURNS-PROCESS.
		FILE STATUS IS FS-STATUS-CODE.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY DAILY-POSTINGS-SELECT.
	COPY DISPUTE-CASES-SELECT.
	SELECT RETURNS-REGISTER ASSIGN TO 'RETURNS-REGISTER.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
DATA DIVISION.
FILE SECTION.
FD RETURNS-FEED.
01 RETURNS-FEED-RECORD PIC X(45).

COPY ACCOUNT-MASTER-FD.

COPY ACCOUNT-HISTORY-FD.

COPY DAILY-POSTINGS-FD.

COPY DISPUTE-CASES-FD.

FD RETURNS-REGISTER.
01 RETURNS-REGISTER-LINE PIC X(90).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
*> the item being returned - read from the feed, or built from an
*> upheld dispute case
01 RETURN-ITEM.
	05 RT-ACCOUNT-NO PIC 9(10).
	05 RT-POST-DATE PIC X(8).
	05 RT-SEQ-NO PIC 9(7).
	05 RT-REASON PIC X(20).
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-RETURNS VALUE 'Y'.
01 WS-FEED-FLAG PIC X VALUE 'N'.
	88 FEED-PRESENT VALUE 'Y'.
01 WS-DISPUTES-FLAG PIC X VALUE 'N'.
	88 DISPUTES-AVAILABLE VALUE 'Y'.
01 WS-DISPUTE-EOF PIC X VALUE 'N'.
	88 END-OF-DISPUTES VALUE 'Y'.
01 WS-DISPUTE-RESUME-KEY PIC X(25).
01 WS-CASES-CLOSED PIC 9(5) VALUE ZERO.
01 WS-TODAY-DATE PIC 9(8).
01 WS-REVERSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
01 WS-ORIG-SEQ PIC 9(7).
	05 RG-RESULT PIC X(30).
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY DISPUTE-CASES-STATUS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.
COPY DAILY-POSTINGS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'RETURNS' TO AT-CALLING-PROGRAM.
	MOVE 'RETURNS-PROCESS' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN INPUT RETURNS-FEED.
	IF FS-STATUS-OK
		SET FEED-PRESENT TO TRUE
	ELSE
		DISPLAY 'No RETURNS-FEED.DAT to process'
		CLOSE RETURNS-FEED
	END-IF
	OPEN I-O DISPUTE-CASES.
	IF DP-OK
		SET DISPUTES-AVAILABLE TO TRUE
	ELSE
		CLOSE DISPUTE-CASES
	END-IF
	OPEN I-O ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	OPEN I-O ACCOUNT-HISTORY.
	MOVE 'OPEN ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
*> no accumulator on file yet: the next posting run builds it from the
*> history, reversal rows included
	OPEN I-O DAILY-POSTINGS.
	IF FS-STATUS-OK
		SET DAILY-POSTINGS-AVAILABLE TO TRUE
	ELSE
		CLOSE DAILY-POSTINGS
	END-IF
	OPEN OUTPUT RETURNS-REGISTER.
	MOVE 'RETURNS PROCESSED AGAINST POSTED HISTORY'
		TO RETURNS-REGISTER-LINE
	WRITE RETURNS-REGISTER-LINE
	IF FEED-PRESENT
		READ RETURNS-FEED INTO RETURN-ITEM
			AT END SET END-OF-RETURNS TO TRUE
		END-READ
		PERFORM UNTIL END-OF-RETURNS
			ADD 1 TO JS-RECORDS-READ
			PERFORM PROCESS-ONE-RETURN THRU PROCESS-ONE-RETURN-EXIT
			READ RETURNS-FEED INTO RETURN-ITEM
				AT END SET END-OF-RETURNS TO TRUE
			END-READ
		END-PERFORM
		CLOSE RETURNS-FEED
	END-IF
	IF DISPUTES-AVAILABLE
		PERFORM REVERSE-UPHELD-DISPUTES THRU REVERSE-UPHELD-DISPUTES-EXIT
	END-IF
	MOVE SPACES TO RETURNS-REGISTER-LINE
	STRING 'REVERSED: ' WS-REVERSED-COUNT
		'  REJECTED: ' WS-REJECTED-COUNT
		'  DISPUTE CASES CLOSED: ' WS-CASES-CLOSED
		DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE
	WRITE RETURNS-REGISTER-LINE
	IF DISPUTES-AVAILABLE
		CLOSE DISPUTE-CASES
	END-IF
	CLOSE ACCOUNT-MASTER.
	CLOSE ACCOUNT-HISTORY.
	IF DAILY-POSTINGS-AVAILABLE
		CLOSE DAILY-POSTINGS
	END-IF
	CLOSE RETURNS-REGISTER.
	DISPLAY 'Returns: ' WS-REVERSED-COUNT ' reversed, '
		WS-REJECTED-COUNT ' rejected, '
		WS-CASES-CLOSED ' dispute cases closed'.
	MOVE WS-REVERSED-COUNT TO JS-RECORDS-WRITTEN.
	MOVE WS-REJECTED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'item ' WS-ORIG-SEQ ' ' RT-REASON
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT
	IF DISPUTES-AVAILABLE
		PERFORM CLOSE-DISPUTE-CASE THRU CLOSE-DISPUTE-CASE-EXIT
	END-IF.
	PROCESS-ONE-RETURN-EXIT.
	EXIT.

*> every upheld case is reversed like a bank return. The case read
*> and rewrite inside the reversal moves the file position, so the
*> walk restarts just past the case it has handled.
REVERSE-UPHELD-DISPUTES.
	MOVE LOW-VALUES TO DP-KEY
	START DISPUTE-CASES KEY IS NOT LESS THAN DP-KEY
		INVALID KEY
			GO TO REVERSE-UPHELD-DISPUTES-EXIT
	END-START
	MOVE 'N' TO WS-DISPUTE-EOF
	PERFORM UNTIL END-OF-DISPUTES
		READ DISPUTE-CASES NEXT RECORD
			AT END
				SET END-OF-DISPUTES TO TRUE
			NOT AT END
				IF DP-UPHELD
					MOVE DP-KEY TO WS-DISPUTE-RESUME-KEY
					MOVE DP-ACCOUNT-NO TO RT-ACCOUNT-NO
					MOVE DP-POST-DATE TO RT-POST-DATE
					MOVE DP-SEQ-NO TO RT-SEQ-NO
					MOVE 'DISPUTE UPHELD' TO RT-REASON
					ADD 1 TO JS-RECORDS-READ
					PERFORM PROCESS-ONE-RETURN
						THRU PROCESS-ONE-RETURN-EXIT
					MOVE WS-DISPUTE-RESUME-KEY TO DP-KEY
					START DISPUTE-CASES KEY IS GREATER THAN DP-KEY
						INVALID KEY
							SET END-OF-DISPUTES TO TRUE
					END-START
				END-IF
		END-READ
	END-PERFORM.
	REVERSE-UPHELD-DISPUTES-EXIT.
	EXIT.

*> the item just reversed may be under dispute - whether the customer's
*> bank returned it or the case was upheld, the case closes as
*> reversed. The reversal refunds the item, so a provisional credit
*> already on the account is taken back; one granted but not yet
*> posted simply lapses.
CLOSE-DISPUTE-CASE.
	MOVE RT-ACCOUNT-NO TO DP-ACCOUNT-NO
	MOVE RT-POST-DATE TO DP-POST-DATE
	MOVE RT-SEQ-NO TO DP-SEQ-NO
	READ DISPUTE-CASES
		INVALID KEY
			GO TO CLOSE-DISPUTE-CASE-EXIT
	END-READ
	IF DP-CASE-CLOSED
		GO TO CLOSE-DISPUTE-CASE-EXIT
	END-IF
	SET DP-REVERSED TO TRUE
	MOVE WS-TODAY-DATE TO DP-CLOSED-DATE
	MOVE 'RETURNS' TO DP-CLOSED-BY
	MOVE SPACES TO DP-OUTCOME-NOTE
	STRING 'REVERSED: ' RT-REASON
		DELIMITED BY SIZE INTO DP-OUTCOME-NOTE
	EVALUATE TRUE
		WHEN DP-CREDIT-GRANTED
			SET DP-NO-CREDIT TO TRUE
			MOVE ZERO TO DP-PROV-AMOUNT
		WHEN DP-CREDIT-POSTED
			SET DP-TAKEBACK-DUE TO TRUE
	END-EVALUATE
	REWRITE DISPUTE-CASE-RECORD
	MOVE 'REWRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-CASES-CLOSED
	MOVE 'DISPCLOSE' TO AT-CHANGE-OPERATION
	MOVE RT-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'reversed ' RT-POST-DATE '/' RT-SEQ-NO
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CLOSE-DISPUTE-CASE-EXIT.
	EXIT.

*> the compensating history row: type 'R', the opposite direction,
*> today's posting date, and the original sequence number carried so
*> the statement can tie the pair together. The sequence only has to
		END-WRITE
	END-PERFORM
	MOVE 'WRITE ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM NOTE-DAILY-POSTING.

REJECT-THIS-RETURN.
	ADD 1 TO WS-REJECTED-COUNT

COPY FILE-STATUS-CHECK.

COPY DAILY-POSTINGS-UPDATE.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.
