*> Purpose: Nightly dispute case posting and aging report
*>
*> Runs ahead of STANDING-ORDER-GEN over DISPUTE-CASES.DAT. The
*> provisional credits DISPUTE-MAINT granted since the last run go out
*> as deposits, and the ones a decided case has to take back go out
*> as withdrawals, on DISPUTE-POST.DAT in transaction-feed layout with
*> a control trailer; STANDING-ORDER-GEN folds the file into the
*> night's combined feed so the posting run books them like any other
*> movement. The case remembers the date each one went out, so a rerun
*> of the step on the same night writes the same items again instead
*> of losing them. DISPUTE-AGING.RPT then lists every case still live -
*> open, or upheld and waiting for RETURNS-PROCESS to reverse the item
*> - with its age and the days left to its deadline, and a second
*> section with just the cases within DISPUTE-NEAR-DAYS days of their
*> deadline (default 10) or already past it. Each posting lands in the
*> shared AUDIT-TRAIL against its case.
*>
*> Mod history:
*> 24.10.04 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-AGING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY DISPUTE-CASES-SELECT.
	SELECT DISPUTE-POST-FEED ASSIGN TO 'DISPUTE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT AGING-REPORT ASSIGN TO 'DISPUTE-AGING.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY AUDIT-LOG-SELECT.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
COPY DISPUTE-CASES-FD.

FD DISPUTE-POST-FEED.
01 DISPUTE-POST-RECORD.
	05 DF-ACCOUNT-NO PIC 9(10).
	05 DF-TYPE PIC X.
	05 DF-AMOUNT PIC 9(7)V99.
	05 DF-TO-ACCOUNT-NO PIC 9(10).
	05 DF-DATE PIC 9(8).
01 DISPUTE-POST-TRAILER REDEFINES DISPUTE-POST-RECORD.
	05 DFT-RECORD-COUNT PIC 9(10).
	05 DFT-TYPE PIC X.
	05 DFT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD AGING-REPORT.
01 AGING-LINE PIC X(100).

COPY PARAM-FD.

COPY AUDIT-LOG-FD.

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-NEAR-DAYS PIC 9(3) VALUE 10.
01 WS-CASE-EOF PIC X VALUE 'N'.
	88 CASE-EOF VALUE 'Y'.
01 WS-PASS PIC 9.
	88 PASS-ALL-LIVE VALUE 1.
	88 PASS-NEAR-DEADLINE VALUE 2.
01 WS-AGE-DAYS PIC 9(5).
01 WS-DAYS-LEFT PIC S9(5).
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-CASES-READ PIC 9(7) VALUE ZERO.
01 WS-CREDITS-POSTED PIC 9(5) VALUE ZERO.
01 WS-TAKEBACKS-POSTED PIC 9(5) VALUE ZERO.
01 WS-LIVE-COUNT PIC 9(5) VALUE ZERO.
01 WS-NEAR-COUNT PIC 9(5) VALUE ZERO.
01 WS-PAST-COUNT PIC 9(5) VALUE ZERO.
01 WS-SECTION-COUNT PIC 9(5).
01 WS-EDITED-AMOUNT PIC ZZZZZZ9.99.
01 WS-AUDIT-ITEM.
	05 AI-POST-DATE PIC X(8).
	05 FILLER PIC X VALUE '/'.
	05 AI-SEQ-NO PIC 9(7).
	05 FILLER PIC X VALUE SPACE.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(12) VALUE 'ACCOUNT'.
	05 FILLER PIC X(18) VALUE 'ITEM'.
	05 FILLER PIC X(12) VALUE '    DISPUTED'.
	05 FILLER PIC X(10) VALUE '  OPENED'.
	05 FILLER PIC X(7) VALUE '    AGE'.
	05 FILLER PIC X(10) VALUE '  DEADLINE'.
	05 FILLER PIC X(7) VALUE '   LEFT'.
	05 FILLER PIC X(24) VALUE 'STATUS'.
01 WS-DETAIL-LINE.
	05 DL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-POST-DATE PIC X(8).
	05 FILLER PIC X VALUE '/'.
	05 DL-SEQ-NO PIC 9(7).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-AMOUNT PIC ZZZZZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-OPENED PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-AGE PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-DEADLINE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-DAYS-LEFT PIC -ZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-STATUS PIC X(24).
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(40).
	05 CL-COUNT PIC ZZZZ9.
COPY DISPUTE-CASES-STATUS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'DISPUTE-AGING' TO JS-CALLING-PROGRAM.
	MOVE 'DISPUTE-AGING' TO AT-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
	MOVE 'DISPUTE-NEAR-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-NEAR-DAYS
	END-IF
	OPEN I-O DISPUTE-CASES.
	IF NOT DP-OK
		CLOSE DISPUTE-CASES
		OPEN OUTPUT DISPUTE-CASES
		CLOSE DISPUTE-CASES
		OPEN I-O DISPUTE-CASES
	END-IF
	OPEN OUTPUT DISPUTE-POST-FEED.
	MOVE 'OPEN DISPUTE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT AGING-REPORT.
	MOVE 'OPEN AGING-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO AGING-LINE
	STRING 'DISPUTE CASE AGING - RUN ' WS-TODAY-DATE
		'   NEAR DEADLINE WITHIN ' WS-NEAR-DAYS ' DAYS'
		DELIMITED BY SIZE INTO AGING-LINE
	WRITE AGING-LINE
	PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
		PERFORM AGE-ONE-PASS
	END-PERFORM
	MOVE SPACES TO DISPUTE-POST-RECORD
	MOVE WS-FEED-COUNT TO DFT-RECORD-COUNT
	MOVE 'C' TO DFT-TYPE
	MOVE WS-FEED-HASH TO DFT-HASH-TOTAL
	WRITE DISPUTE-POST-RECORD
	MOVE 'WRITE DISPUTE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-AGING-TOTALS
	CLOSE DISPUTE-CASES.
	CLOSE DISPUTE-POST-FEED.
	CLOSE AGING-REPORT.
	MOVE 'DISPUTE-AGING' TO HF-STEP
	MOVE 'P' TO HF-ROLE
	MOVE 'DISPUTE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	DISPLAY 'Disputes: ' WS-LIVE-COUNT ' live, ' WS-NEAR-COUNT
		' near deadline, ' WS-PAST-COUNT ' past it; '
		WS-CREDITS-POSTED ' provisional credit(s), '
		WS-TAKEBACKS-POSTED ' take-back(s) on the feed'
	MOVE WS-CASES-READ TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the first pass posts and lists every live case, the second lists
*> only those near or past their deadline
AGE-ONE-PASS.
	MOVE ZERO TO WS-SECTION-COUNT
	MOVE SPACES TO AGING-LINE
	WRITE AGING-LINE
	IF PASS-ALL-LIVE
		MOVE 'LIVE CASES' TO AGING-LINE
	ELSE
		MOVE 'NEAR OR PAST THE DEADLINE' TO AGING-LINE
	END-IF
	WRITE AGING-LINE
	MOVE WS-COLUMN-LINE TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'N' TO WS-CASE-EOF
	MOVE LOW-VALUES TO DP-KEY
	START DISPUTE-CASES KEY IS GREATER THAN OR EQUAL TO DP-KEY
		INVALID KEY SET CASE-EOF TO TRUE
	END-START
	PERFORM UNTIL CASE-EOF
		READ DISPUTE-CASES NEXT RECORD
			AT END SET CASE-EOF TO TRUE
		END-READ
		IF NOT CASE-EOF
			IF PASS-ALL-LIVE
				ADD 1 TO WS-CASES-READ
				PERFORM POST-CASE-MOVEMENTS
			END-IF
			IF NOT DP-CASE-CLOSED
				PERFORM LIST-ONE-CASE THRU LIST-ONE-CASE-EXIT
			END-IF
		END-IF
	END-PERFORM
	IF WS-SECTION-COUNT = ZERO
		MOVE '    NONE' TO AGING-LINE
		WRITE AGING-LINE
	END-IF.

*> a granted credit goes out tonight as a deposit, a credit to be
*> taken back as a withdrawal; one already sent out today is sent
*> again, so a rerun rewrites the same feed
POST-CASE-MOVEMENTS.
	EVALUATE TRUE
		WHEN DP-CREDIT-GRANTED
			MOVE 'P' TO DP-PROV-STATE
			MOVE WS-TODAY-DATE TO DP-PROV-POSTED-DATE
			PERFORM REWRITE-CASE
			MOVE 'D' TO DF-TYPE
			PERFORM WRITE-DISPUTE-POST-RECORD
			ADD 1 TO WS-CREDITS-POSTED
			MOVE 'CREDITED' TO AT-CHANGE-OPERATION
			PERFORM LOG-CASE-EVENT
		WHEN DP-CREDIT-POSTED AND DP-PROV-POSTED-DATE = WS-TODAY-DATE
			MOVE 'D' TO DF-TYPE
			PERFORM WRITE-DISPUTE-POST-RECORD
			ADD 1 TO WS-CREDITS-POSTED
		WHEN DP-TAKEBACK-DUE
			MOVE 'B' TO DP-PROV-STATE
			MOVE WS-TODAY-DATE TO DP-TAKEBACK-DATE
			PERFORM REWRITE-CASE
			MOVE 'W' TO DF-TYPE
			PERFORM WRITE-DISPUTE-POST-RECORD
			ADD 1 TO WS-TAKEBACKS-POSTED
			MOVE 'TAKEBACK' TO AT-CHANGE-OPERATION
			PERFORM LOG-CASE-EVENT
		WHEN DP-CREDIT-TAKEN-BACK AND DP-TAKEBACK-DATE = WS-TODAY-DATE
			MOVE 'W' TO DF-TYPE
			PERFORM WRITE-DISPUTE-POST-RECORD
			ADD 1 TO WS-TAKEBACKS-POSTED
	END-EVALUATE.

REWRITE-CASE.
	REWRITE DISPUTE-CASE-RECORD
	MOVE 'REWRITE DISPUTE-CASES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

WRITE-DISPUTE-POST-RECORD.
	MOVE DP-ACCOUNT-NO TO DF-ACCOUNT-NO
	MOVE DP-PROV-AMOUNT TO DF-AMOUNT
	MOVE ZERO TO DF-TO-ACCOUNT-NO
	MOVE WS-TODAY-DATE TO DF-DATE
	WRITE DISPUTE-POST-RECORD
	MOVE 'WRITE DISPUTE-POST-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FEED-COUNT
	ADD DP-PROV-AMOUNT TO WS-FEED-HASH.

*> the deadline day itself still counts as in time
LIST-ONE-CASE.
	COMPUTE WS-AGE-DAYS = WS-TODAY-INT
		- FUNCTION INTEGER-OF-DATE(DP-OPENED-DATE)
	COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(DP-DEADLINE-DATE)
		- WS-TODAY-INT
	IF PASS-NEAR-DEADLINE AND WS-DAYS-LEFT > WS-NEAR-DAYS
		GO TO LIST-ONE-CASE-EXIT
	END-IF
	MOVE SPACES TO DL-STATUS
	EVALUATE TRUE
		WHEN DP-UPHELD
			MOVE 'UPHELD - TO BE REVERSED' TO DL-STATUS
		WHEN WS-DAYS-LEFT < ZERO
			MOVE 'OPEN - PAST DEADLINE' TO DL-STATUS
		WHEN WS-DAYS-LEFT NOT > WS-NEAR-DAYS
			MOVE 'OPEN - NEAR DEADLINE' TO DL-STATUS
		WHEN OTHER
			MOVE 'OPEN' TO DL-STATUS
	END-EVALUATE
	IF PASS-ALL-LIVE
		ADD 1 TO WS-LIVE-COUNT
		IF WS-DAYS-LEFT < ZERO
			ADD 1 TO WS-PAST-COUNT
		ELSE
			IF WS-DAYS-LEFT NOT > WS-NEAR-DAYS
				ADD 1 TO WS-NEAR-COUNT
			END-IF
		END-IF
	END-IF
	MOVE DP-ACCOUNT-NO TO DL-ACCOUNT
	MOVE DP-POST-DATE TO DL-POST-DATE
	MOVE DP-SEQ-NO TO DL-SEQ-NO
	MOVE DP-ITEM-AMOUNT TO DL-AMOUNT
	MOVE DP-OPENED-DATE TO DL-OPENED
	MOVE WS-AGE-DAYS TO DL-AGE
	MOVE DP-DEADLINE-DATE TO DL-DEADLINE
	MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT
	MOVE WS-DETAIL-LINE TO AGING-LINE
	WRITE AGING-LINE
	ADD 1 TO WS-SECTION-COUNT.
	LIST-ONE-CASE-EXIT.
	EXIT.

WRITE-AGING-TOTALS.
	MOVE SPACES TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'LIVE CASES' TO CL-LABEL
	MOVE WS-LIVE-COUNT TO CL-COUNT
	MOVE WS-COUNT-LINE TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'NEAR THE DEADLINE' TO CL-LABEL
	MOVE WS-NEAR-COUNT TO CL-COUNT
	MOVE WS-COUNT-LINE TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'PAST THE DEADLINE' TO CL-LABEL
	MOVE WS-PAST-COUNT TO CL-COUNT
	MOVE WS-COUNT-LINE TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'PROVISIONAL CREDITS ON THE FEED' TO CL-LABEL
	MOVE WS-CREDITS-POSTED TO CL-COUNT
	MOVE WS-COUNT-LINE TO AGING-LINE
	WRITE AGING-LINE
	MOVE 'TAKE-BACKS ON THE FEED' TO CL-LABEL
	MOVE WS-TAKEBACKS-POSTED TO CL-COUNT
	MOVE WS-COUNT-LINE TO AGING-LINE
	WRITE AGING-LINE.

LOG-CASE-EVENT.
	MOVE DP-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE DP-POST-DATE TO AI-POST-DATE
	MOVE DP-SEQ-NO TO AI-SEQ-NO
	MOVE DP-PROV-AMOUNT TO WS-EDITED-AMOUNT
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING WS-AUDIT-ITEM WS-EDITED-AMOUNT
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.

COPY HANDOFF-WRITE.
