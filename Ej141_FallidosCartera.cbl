*> Purpose: Bad-debt write-off proposals and journal for the AR ledger
*>
*> AR-AGING buckets everything over 90 days, but an invoice nobody is
*> ever going to pay used to sit on AR-OPEN-ITEMS.DAT for good and be
*> dunned every month. This nightly pass does two things:
*>   - proposes: every open item older than AR-WRITEOFF-DAYS (shared
*>     parameter, default 180) with no receipt at all against it goes
*>     on the PENDING-APPROVALS queue as a BAD-DEBT item, once - an
*>     item already waiting in the queue is not queued again. The
*>     write-off itself only happens when a level-4 checker approves
*>     it in APPROVAL-QUEUE, which closes the item as written off
*>     ('W') so aging and dunning stop;
*>   - journals: a written-off item whose write-off, net of any
*>     recovery AR-PAYMENTS has applied since, is not yet in the GL
*>     goes to GL-JOURNAL.DAT as a batch of its own (header, pairs,
*>     trailer, source 'B') appended after the posting run's lines,
*>     the way TELLER-BALANCE journals over/short. The accounts are
*>     the type 'B' row of GL-MAPPING.DAT: its debit account is
*>     bad-debt expense and its credit account the receivables
*>     control, the way round a write-off posts; a recovery posts the
*>     other way. With no 'B' row the items wait, written off but
*>     unjournalled, for the next run.
*> Everything proposed and journalled is listed on AR-WRITEOFF.RPT.
*>
*> Mod history:
*> 24.11.28 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. AR-WRITEOFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY AR-OPEN-ITEMS-SELECT.
	COPY PENDING-APPROVALS-SELECT.
	SELECT GL-MAPPING-FILE ASSIGN TO 'GL-MAPPING.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT WRITEOFF-REPORT ASSIGN TO 'AR-WRITEOFF.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY AR-OPEN-ITEMS-FD.

COPY PENDING-APPROVALS-FD.

FD GL-MAPPING-FILE.
01 GL-MAPPING-RECORD.
	05 GM-TRANSACTION-TYPE PIC X.
	05 GM-DEBIT-GL-ACCOUNT PIC 9(8).
	05 GM-CREDIT-GL-ACCOUNT PIC 9(8).

FD GL-JOURNAL.
01 GL-JOURNAL-RECORD.
	05 GJ-RECORD-TYPE PIC X.
	05 GJ-DATE PIC 9(8).
	05 GJ-GL-ACCOUNT PIC 9(8).
	05 GJ-DR-CR PIC X.
	05 GJ-AMOUNT PIC 9(9)V99.
	05 GJ-SOURCE-TYPE PIC X.
	05 GJ-CURRENCY PIC X(3).
	05 GJ-BASE-AMOUNT PIC 9(9)V99.
	05 FILLER PIC X(10).
01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
	05 GJT-RECORD-TYPE PIC X.
	05 GJT-RECORD-COUNT PIC 9(8).
	05 GJT-DEBIT-TOTAL PIC 9(9)V99.
	05 GJT-CREDIT-TOTAL PIC 9(9)V99.
	05 GJT-BASE-DEBIT-TOTAL PIC 9(9)V99.
	05 GJT-BASE-CREDIT-TOTAL PIC 9(9)V99.
	05 FILLER PIC X(1).

FD WRITEOFF-REPORT.
01 WRITEOFF-LINE PIC X(110).

COPY PARAM-FD.
COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WRITEOFF-DAYS PIC 9(4) VALUE 180.
01 WS-AR-EOF PIC X VALUE 'N'.
	88 ITEMS-EOF VALUE 'Y'.
01 WS-MAP-EOF PIC X VALUE 'N'.
	88 MAPPING-EOF VALUE 'Y'.
01 WS-QUEUE-EOF PIC X VALUE 'N'.
	88 QUEUE-EOF VALUE 'Y'.
01 WS-MAP-FLAG PIC X VALUE 'N'.
	88 BAD-DEBT-MAPPED VALUE 'Y'.
01 WS-BAD-DEBT-GL PIC 9(8) VALUE ZERO.
01 WS-RECEIVABLES-GL PIC 9(8) VALUE ZERO.
01 WS-BATCH-FLAG PIC X VALUE 'N'.
	88 JOURNAL-BATCH-OPEN VALUE 'Y'.
01 WS-AGE-DAYS PIC S9(5).
01 WS-OWING PIC 9(10)V99.
01 WS-NET-WRITTEN-OFF PIC 9(10)V99.
01 WS-GL-DIFFERENCE PIC S9(10)V99.
01 WS-POST-AMOUNT PIC 9(9)V99.
01 WS-DEBIT-GL PIC 9(8).
01 WS-CREDIT-GL PIC 9(8).
01 WS-GL-RECORD-COUNT PIC 9(8) VALUE ZERO.
01 WS-GL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
*> BAD-DEBT items already waiting for a checker, by invoice number
01 WS-PENDING-COUNT PIC 9(3) VALUE ZERO.
01 WS-PENDING-TABLE.
	05 WS-PENDING-INVOICE OCCURS 500 TIMES PIC 9(6).
01 WS-PENDING-SUB PIC 9(3).
01 WS-PENDING-FLAG PIC X.
	88 ALREADY-PROPOSED VALUE 'Y'.
*> the queued values: 'O' or 'W', then the amount owing
01 WS-WRITEOFF-VALUE.
	05 WS-WRITEOFF-STATUS PIC X.
	05 WS-WRITEOFF-AMOUNT PIC 9(10)V99.
	05 FILLER PIC X(7) VALUE SPACES.
01 WS-ITEMS-READ PIC 9(7) VALUE ZERO.
01 WS-PROPOSED-COUNT PIC 9(5) VALUE ZERO.
01 WS-PROPOSED-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-JOURNALLED-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNJOURNALLED-COUNT PIC 9(5) VALUE ZERO.
01 WS-DETAIL-LINE.
	05 DL-INVOICE PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-AGE PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NOTE PIC X(40).
01 WS-COLUMN-LINE.
	05 FILLER PIC X(8) VALUE 'INVOICE'.
	05 FILLER PIC X(8) VALUE 'CUSTOMER'.
	05 FILLER PIC X(10) VALUE 'DATE'.
	05 FILLER PIC X(7) VALUE '  AGE'.
	05 FILLER PIC X(19) VALUE '             AMOUNT'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(40) VALUE 'NOTE'.
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(30).
	05 TL-COUNT PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
COPY AR-OPEN-ITEMS-STATUS.
COPY PENDING-APPROVALS-STATUS.
COPY PENDING-APPROVALS-FIELDS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'AR-WRITEOFF' TO EL-CALLING-PROGRAM.
	MOVE 'AR-WRITEOFF' TO JS-CALLING-PROGRAM.
	MOVE 'AR-WRITEOFF' TO AT-CALLING-PROGRAM.
*> the batch is the maker, so any level-4 operator can check
	MOVE 'AR-WOFF' TO AT-CURRENT-OPERATOR.
	PERFORM START-JOB-STATS.
	MOVE 'AR-WRITEOFF-DAYS' TO PRM-LOOKUP-KEY.
	PERFORM GET-RUNTIME-PARAMETER.
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-WRITEOFF-DAYS
	END-IF.
	DISPLAY 'Parameters in effect: write-off age ' WS-WRITEOFF-DAYS
		' days'.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN I-O AR-OPEN-ITEMS.
	IF NOT AR-OK
		DISPLAY 'AR-OPEN-ITEMS not available - nothing to write off'
		CLOSE AR-OPEN-ITEMS
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	OPEN OUTPUT WRITEOFF-REPORT.
	MOVE 'OPEN WRITEOFF-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO WRITEOFF-LINE
	STRING 'AR BAD-DEBT WRITE-OFF - RUN ' WS-TODAY-DATE
		' - PROPOSAL AGE ' WS-WRITEOFF-DAYS ' DAYS'
		DELIMITED BY SIZE INTO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE SPACES TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE WS-COLUMN-LINE TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	PERFORM LOAD-BAD-DEBT-MAPPING.
	PERFORM LOAD-PENDING-WRITEOFFS.
	MOVE LOW-VALUES TO AR-INVOICE-NO
	START AR-OPEN-ITEMS KEY IS GREATER THAN OR EQUAL TO AR-INVOICE-NO
		INVALID KEY SET ITEMS-EOF TO TRUE
	END-START
	PERFORM UNTIL ITEMS-EOF
		READ AR-OPEN-ITEMS NEXT RECORD
			AT END SET ITEMS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-ITEMS-READ
				PERFORM REVIEW-ONE-ITEM THRU REVIEW-ONE-ITEM-EXIT
		END-READ
	END-PERFORM
	IF JOURNAL-BATCH-OPEN
		PERFORM WRITE-JOURNAL-TRAILER
		CLOSE GL-JOURNAL
	END-IF
	PERFORM WRITE-WRITEOFF-TOTALS
	CLOSE AR-OPEN-ITEMS.
	CLOSE WRITEOFF-REPORT.
	DISPLAY 'AR write-off: ' WS-PROPOSED-COUNT ' proposed, '
		WS-JOURNALLED-COUNT ' journalled'
	IF WS-UNJOURNALLED-COUNT > ZERO
		DISPLAY 'WARNING - no type B row on GL-MAPPING.DAT, '
			WS-UNJOURNALLED-COUNT ' write-off(s) left unjournalled'
	END-IF
	MOVE WS-ITEMS-READ TO JS-RECORDS-READ.
	COMPUTE JS-RECORDS-WRITTEN = WS-PROPOSED-COUNT
		+ WS-JOURNALLED-COUNT.
	MOVE WS-UNJOURNALLED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> bad-debt expense and the receivables control are the type 'B' row
*> of the mapping table GL-POST checks accounts against
LOAD-BAD-DEBT-MAPPING.
	OPEN INPUT GL-MAPPING-FILE
	IF NOT FS-STATUS-OK
		CLOSE GL-MAPPING-FILE
		EXIT PARAGRAPH
	END-IF
	READ GL-MAPPING-FILE
		AT END SET MAPPING-EOF TO TRUE
	END-READ
	PERFORM UNTIL MAPPING-EOF
		IF GM-TRANSACTION-TYPE = 'B'
			MOVE GM-DEBIT-GL-ACCOUNT TO WS-BAD-DEBT-GL
			MOVE GM-CREDIT-GL-ACCOUNT TO WS-RECEIVABLES-GL
			SET BAD-DEBT-MAPPED TO TRUE
		END-IF
		READ GL-MAPPING-FILE
			AT END SET MAPPING-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-MAPPING-FILE.

*> an item proposed on an earlier night and still waiting for its
*> checker is not queued a second time
LOAD-PENDING-WRITEOFFS.
	OPEN INPUT PENDING-APPROVALS
	IF NOT PA-OK
		CLOSE PENDING-APPROVALS
		EXIT PARAGRAPH
	END-IF
	MOVE LOW-VALUES TO PA-SEQ
	START PENDING-APPROVALS KEY IS GREATER THAN OR EQUAL TO PA-SEQ
		INVALID KEY SET QUEUE-EOF TO TRUE
	END-START
	PERFORM UNTIL QUEUE-EOF
		READ PENDING-APPROVALS NEXT RECORD
			AT END SET QUEUE-EOF TO TRUE
			NOT AT END
				IF PA-PENDING AND PA-OPERATION = 'BAD-DEBT'
					AND WS-PENDING-COUNT < 500
					ADD 1 TO WS-PENDING-COUNT
					MOVE FUNCTION NUMVAL(PA-KEY)
						TO WS-PENDING-INVOICE(WS-PENDING-COUNT)
				END-IF
		END-READ
	END-PERFORM
	CLOSE PENDING-APPROVALS.

REVIEW-ONE-ITEM.
	IF AR-ITEM-WRITTEN-OFF
		PERFORM JOURNAL-ONE-WRITEOFF
		GO TO REVIEW-ONE-ITEM-EXIT
	END-IF
	IF NOT AR-ITEM-OPEN OR AR-PAID NOT = ZERO
		GO TO REVIEW-ONE-ITEM-EXIT
	END-IF
	COMPUTE WS-AGE-DAYS =
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
		- FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
	IF WS-AGE-DAYS NOT > WS-WRITEOFF-DAYS
		GO TO REVIEW-ONE-ITEM-EXIT
	END-IF
	MOVE 'N' TO WS-PENDING-FLAG
	PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
		UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
		IF WS-PENDING-INVOICE(WS-PENDING-SUB) = AR-INVOICE-NO
			SET ALREADY-PROPOSED TO TRUE
		END-IF
	END-PERFORM
	IF ALREADY-PROPOSED
		GO TO REVIEW-ONE-ITEM-EXIT
	END-IF
	PERFORM PROPOSE-ONE-WRITEOFF.
	REVIEW-ONE-ITEM-EXIT.
	EXIT.

*> the queue carries the amount owing both ways round, so the checker
*> can see it and APPROVAL-QUEUE can tell a receipt has come in since
PROPOSE-ONE-WRITEOFF.
	COMPUTE WS-OWING = AR-AMOUNT - AR-PAID
	MOVE 'BAD-DEBT' TO PA-QUEUE-OPERATION
	MOVE SPACES TO PA-QUEUE-KEY
	MOVE AR-INVOICE-NO TO PA-QUEUE-KEY
	MOVE 'O' TO WS-WRITEOFF-STATUS
	MOVE WS-OWING TO WS-WRITEOFF-AMOUNT
	MOVE WS-WRITEOFF-VALUE TO PA-QUEUE-OLD-VALUE
	MOVE 'W' TO WS-WRITEOFF-STATUS
	MOVE WS-WRITEOFF-VALUE TO PA-QUEUE-NEW-VALUE
	PERFORM QUEUE-PENDING-APPROVAL
	ADD 1 TO WS-PROPOSED-COUNT
	ADD WS-OWING TO WS-PROPOSED-TOTAL
	MOVE SPACES TO DL-NOTE
	STRING 'PROPOSED - QUEUE ITEM ' PA-SEQ
		DELIMITED BY SIZE INTO DL-NOTE
	MOVE WS-OWING TO DL-AMOUNT
	PERFORM WRITE-ITEM-LINE.

*> what the GL should carry is the write-off net of recoveries; the
*> difference from what it does carry is tonight's entry
JOURNAL-ONE-WRITEOFF.
	COMPUTE WS-NET-WRITTEN-OFF = AR-WRITTEN-OFF - AR-RECOVERED
	COMPUTE WS-GL-DIFFERENCE = WS-NET-WRITTEN-OFF - AR-GL-WRITTEN-OFF
	IF WS-GL-DIFFERENCE = ZERO
		EXIT PARAGRAPH
	END-IF
	IF NOT BAD-DEBT-MAPPED
		ADD 1 TO WS-UNJOURNALLED-COUNT
		MOVE 'NOT JOURNALLED - NO MAP' TO DL-NOTE
		MOVE WS-GL-DIFFERENCE TO DL-AMOUNT
		PERFORM WRITE-ITEM-LINE
		EXIT PARAGRAPH
	END-IF
	IF NOT JOURNAL-BATCH-OPEN
		PERFORM OPEN-JOURNAL-BATCH
	END-IF
	IF WS-GL-DIFFERENCE > ZERO
		MOVE WS-GL-DIFFERENCE TO WS-POST-AMOUNT
		MOVE WS-BAD-DEBT-GL TO WS-DEBIT-GL
		MOVE WS-RECEIVABLES-GL TO WS-CREDIT-GL
		MOVE 'WRITTEN OFF - JOURNALLED' TO DL-NOTE
	ELSE
		COMPUTE WS-POST-AMOUNT = ZERO - WS-GL-DIFFERENCE
		MOVE WS-RECEIVABLES-GL TO WS-DEBIT-GL
		MOVE WS-BAD-DEBT-GL TO WS-CREDIT-GL
		MOVE 'RECOVERY - JOURNALLED' TO DL-NOTE
	END-IF
	PERFORM WRITE-JOURNAL-PAIR
	MOVE WS-NET-WRITTEN-OFF TO AR-GL-WRITTEN-OFF
	REWRITE AR-OPEN-ITEM-RECORD
	MOVE 'REWRITE AR-OPEN-ITEMS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-JOURNALLED-COUNT
	MOVE WS-POST-AMOUNT TO DL-AMOUNT
	PERFORM WRITE-ITEM-LINE.

WRITE-ITEM-LINE.
	MOVE AR-INVOICE-NO TO DL-INVOICE
	MOVE AR-CUSTOMER-NO TO DL-CUSTOMER
	MOVE AR-INVOICE-DATE TO DL-DATE
	COMPUTE WS-AGE-DAYS =
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
		- FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
	MOVE WS-AGE-DAYS TO DL-AGE
	MOVE WS-DETAIL-LINE TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE 'WRITE WRITEOFF-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

*> the write-off lines follow the posting run's trailer as a batch of
*> their own: header, pairs, trailer
OPEN-JOURNAL-BATCH.
	OPEN EXTEND GL-JOURNAL
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'H' TO GJ-RECORD-TYPE
	MOVE WS-TODAY-DATE TO GJ-DATE
	MOVE ZEROS TO GJ-GL-ACCOUNT
	MOVE ZEROS TO GJ-AMOUNT
	MOVE ZEROS TO GJ-BASE-AMOUNT
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	SET JOURNAL-BATCH-OPEN TO TRUE.

*> the AR ledger is held in the base currency
WRITE-JOURNAL-PAIR.
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'D' TO GJ-RECORD-TYPE
	MOVE WS-TODAY-DATE TO GJ-DATE
	MOVE WS-DEBIT-GL TO GJ-GL-ACCOUNT
	MOVE 'D' TO GJ-DR-CR
	MOVE WS-POST-AMOUNT TO GJ-AMOUNT
	MOVE 'B' TO GJ-SOURCE-TYPE
	MOVE WS-POST-AMOUNT TO GJ-BASE-AMOUNT
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-GL-RECORD-COUNT
	ADD WS-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'D' TO GJ-RECORD-TYPE
	MOVE WS-TODAY-DATE TO GJ-DATE
	MOVE WS-CREDIT-GL TO GJ-GL-ACCOUNT
	MOVE 'C' TO GJ-DR-CR
	MOVE WS-POST-AMOUNT TO GJ-AMOUNT
	MOVE 'B' TO GJ-SOURCE-TYPE
	MOVE WS-POST-AMOUNT TO GJ-BASE-AMOUNT
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-GL-RECORD-COUNT
	ADD WS-POST-AMOUNT TO WS-GL-CREDIT-TOTAL.

WRITE-JOURNAL-TRAILER.
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'T' TO GJT-RECORD-TYPE
	MOVE WS-GL-RECORD-COUNT TO GJT-RECORD-COUNT
	MOVE WS-GL-DEBIT-TOTAL TO GJT-DEBIT-TOTAL
	MOVE WS-GL-CREDIT-TOTAL TO GJT-CREDIT-TOTAL
	MOVE WS-GL-DEBIT-TOTAL TO GJT-BASE-DEBIT-TOTAL
	MOVE WS-GL-CREDIT-TOTAL TO GJT-BASE-CREDIT-TOTAL
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

WRITE-WRITEOFF-TOTALS.
	MOVE SPACES TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'PROPOSED FOR APPROVAL' TO TL-LABEL
	MOVE WS-PROPOSED-COUNT TO TL-COUNT
	MOVE WS-PROPOSED-TOTAL TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'JOURNALLED TO THE GL' TO TL-LABEL
	MOVE WS-JOURNALLED-COUNT TO TL-COUNT
	MOVE WS-GL-DEBIT-TOTAL TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'LEFT UNJOURNALLED - NO MAP' TO TL-LABEL
	MOVE WS-UNJOURNALLED-COUNT TO TL-COUNT
	MOVE ZERO TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO WRITEOFF-LINE
	WRITE WRITEOFF-LINE.

COPY PENDING-APPROVALS-WRITE.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.
