*> Purpose: Nightly teller drawer balancing and cash over/short journal
*>
*> TELLER-CAPTURE keeps a drawer session on TELLER-DRAWERS.DAT for
*> every teller at the counter: the float they started with, the cash
*> deposits taken and the cash paid out, and at close the cash they
*> counted with the over or short against what the session says should
*> be in the drawer. This runs after the posting run and prints
*> TELLER-BALANCING.RPT: every session of the day, any drawer still
*> open from an earlier day, and the day's totals over and short. A
*> drawer not yet closed is flagged rather than guessed at.
*>
*> Each closed session with a difference is journalled to the cash
*> over/short GL account through GL-JOURNAL.DAT, appended after the
*> posting run's own lines as a batch with its own header and trailer
*> so GL-POST proves it separately. The accounts come from the type 'S'
*> row of GL-MAPPING.DAT: its debit account is cash over/short and its
*> credit account is teller cash, the way round a shortage posts; an
*> over posts the other way. With no 'S' row the report still prints
*> and the sessions wait, closed but unjournalled, for the next run.
*> A session is journalled once: its batch stays on the journal until
*> GL-POST has posted it, so a rerun has nothing to journal again.
*>
*> Mod history:
*> 24.12.08 AN - a session journalled today is no longer journalled
*>               again when tonight's lines are missing from
*>               GL-JOURNAL.DAT. The posting run no longer starts the
*>               journal over, so missing lines mean GL-POST has
*>               already posted them.
*> 24.10.06 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. TELLER-BALANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY TELLER-DRAWERS-SELECT.
	SELECT GL-MAPPING-FILE ASSIGN TO 'GL-MAPPING.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT BALANCING-REPORT ASSIGN TO 'TELLER-BALANCING.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY AUDIT-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TELLER-DRAWERS-FD.

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

FD BALANCING-REPORT.
01 BALANCING-LINE PIC X(132).

COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-DRAWER-EOF PIC X VALUE 'N'.
	88 END-OF-DRAWERS VALUE 'Y'.
01 WS-MAP-EOF PIC X VALUE 'N'.
	88 MAPPING-EOF VALUE 'Y'.
01 WS-MAP-FLAG PIC X VALUE 'N'.
	88 OVERSHORT-MAPPED VALUE 'Y'.
01 WS-OVERSHORT-GL PIC 9(8) VALUE ZERO.
01 WS-TELLER-CASH-GL PIC 9(8) VALUE ZERO.
01 WS-BATCH-FLAG PIC X VALUE 'N'.
	88 JOURNAL-BATCH-OPEN VALUE 'Y'.
01 WS-LIST-FLAG PIC X.
	88 SESSION-LISTED VALUE 'Y'.
01 WS-JOURNAL-FLAG PIC X.
	88 SESSION-TO-JOURNAL VALUE 'Y'.
01 WS-POST-AMOUNT PIC 9(9)V99.
01 WS-DEBIT-GL PIC 9(8).
01 WS-CREDIT-GL PIC 9(8).
01 WS-POST-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
01 WS-GL-RECORD-COUNT PIC 9(8) VALUE ZERO.
01 WS-GL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-SESSIONS-READ PIC 9(7) VALUE ZERO.
01 WS-SESSIONS-LISTED PIC 9(5) VALUE ZERO.
01 WS-NOT-CLOSED PIC 9(5) VALUE ZERO.
01 WS-JOURNALLED PIC 9(5) VALUE ZERO.
01 WS-UNJOURNALLED PIC 9(5) VALUE ZERO.
01 WS-TOTAL-OVER PIC 9(9)V99 VALUE ZERO.
01 WS-TOTAL-SHORT PIC 9(9)V99 VALUE ZERO.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(7) VALUE 'DRAWER'.
	05 FILLER PIC X(5) VALUE 'SESS'.
	05 FILLER PIC X(10) VALUE 'DATE'.
	05 FILLER PIC X(10) VALUE 'TELLER'.
	05 FILLER PIC X(13) VALUE '       FLOAT'.
	05 FILLER PIC X(13) VALUE '     CASH IN'.
	05 FILLER PIC X(13) VALUE '    CASH OUT'.
	05 FILLER PIC X(14) VALUE '     EXPECTED'.
	05 FILLER PIC X(13) VALUE '     COUNTED'.
	05 FILLER PIC X(14) VALUE '  OVER/SHORT'.
	05 FILLER PIC X(20) VALUE 'NOTE'.
01 WS-DETAIL-LINE.
	05 DL-DRAWER PIC X(4).
	05 FILLER PIC X(3) VALUE SPACES.
	05 DL-SESSION PIC 9(2).
	05 FILLER PIC X(3) VALUE SPACES.
	05 DL-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-TELLER PIC X(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-FLOAT PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-CASH-IN PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-CASH-OUT PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-EXPECTED PIC -Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-COUNTED PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-DIFFERENCE PIC -Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NOTE PIC X(24).
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(30).
	05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(30).
	05 CL-COUNT PIC ZZZZ9.
COPY TELLER-DRAWERS-STATUS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TELLER-BALANCE' TO JS-CALLING-PROGRAM.
	MOVE 'TELLER-BALANCE' TO AT-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN OUTPUT BALANCING-REPORT.
	MOVE 'OPEN BALANCING-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO BALANCING-LINE
	STRING 'TELLER DRAWER BALANCING - RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO BALANCING-LINE
	WRITE BALANCING-LINE
	OPEN I-O TELLER-DRAWERS.
	IF NOT DW-OK
		CLOSE TELLER-DRAWERS
		MOVE 'NO TELLER DRAWER SESSIONS ON FILE' TO BALANCING-LINE
		WRITE BALANCING-LINE
		CLOSE BALANCING-REPORT
		DISPLAY 'No TELLER-DRAWERS.DAT - nothing to balance'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM LOAD-OVERSHORT-MAPPING.
	MOVE SPACES TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE WS-COLUMN-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE LOW-VALUES TO DW-KEY
	START TELLER-DRAWERS KEY IS NOT LESS THAN DW-KEY
		INVALID KEY SET END-OF-DRAWERS TO TRUE
	END-START
	PERFORM UNTIL END-OF-DRAWERS
		READ TELLER-DRAWERS NEXT RECORD
			AT END SET END-OF-DRAWERS TO TRUE
		END-READ
		IF NOT END-OF-DRAWERS
			ADD 1 TO WS-SESSIONS-READ
			PERFORM BALANCE-ONE-SESSION THRU BALANCE-ONE-SESSION-EXIT
		END-IF
	END-PERFORM
	IF WS-SESSIONS-LISTED = ZERO
		MOVE '    NO DRAWER SESSIONS TODAY' TO BALANCING-LINE
		WRITE BALANCING-LINE
	END-IF
	IF JOURNAL-BATCH-OPEN
		PERFORM WRITE-JOURNAL-TRAILER
		CLOSE GL-JOURNAL
	END-IF
	PERFORM WRITE-BALANCING-TOTALS
	CLOSE TELLER-DRAWERS.
	CLOSE BALANCING-REPORT.
	DISPLAY 'Teller balancing: ' WS-SESSIONS-LISTED ' session(s), '
		WS-NOT-CLOSED ' not closed, ' WS-JOURNALLED
		' over/short journalled'
	IF WS-UNJOURNALLED > ZERO
		DISPLAY 'WARNING - no type S row on GL-MAPPING.DAT, '
			WS-UNJOURNALLED ' over/short session(s) left unjournalled'
	END-IF
	MOVE WS-SESSIONS-READ TO JS-RECORDS-READ.
	MOVE WS-SESSIONS-LISTED TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the over/short and teller cash accounts are the type 'S' row of
*> the same mapping table the posting run and GL-POST use, so GL-POST
*> recognises both accounts
LOAD-OVERSHORT-MAPPING.
	OPEN INPUT GL-MAPPING-FILE
	IF NOT FS-STATUS-OK
		CLOSE GL-MAPPING-FILE
		EXIT PARAGRAPH
	END-IF
	READ GL-MAPPING-FILE
		AT END SET MAPPING-EOF TO TRUE
	END-READ
	PERFORM UNTIL MAPPING-EOF
		IF GM-TRANSACTION-TYPE = 'S'
			MOVE GM-DEBIT-GL-ACCOUNT TO WS-OVERSHORT-GL
			MOVE GM-CREDIT-GL-ACCOUNT TO WS-TELLER-CASH-GL
			SET OVERSHORT-MAPPED TO TRUE
		END-IF
		READ GL-MAPPING-FILE
			AT END SET MAPPING-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-MAPPING-FILE.

*> listed: today's sessions, a drawer left open from an earlier day,
*> and a session closed but not yet journalled whatever its date
BALANCE-ONE-SESSION.
	MOVE 'N' TO WS-LIST-FLAG
	MOVE 'N' TO WS-JOURNAL-FLAG
	IF DW-SESSION-DATE = WS-TODAY-DATE OR DW-OPEN OR DW-CLOSED
		SET SESSION-LISTED TO TRUE
	END-IF
	IF DW-JOURNALLED AND DW-JOURNAL-DATE = WS-TODAY-DATE
		SET SESSION-LISTED TO TRUE
	END-IF
	IF NOT SESSION-LISTED
		GO TO BALANCE-ONE-SESSION-EXIT
	END-IF
	MOVE SPACES TO DL-NOTE
	EVALUATE TRUE
		WHEN DW-OPEN
			ADD 1 TO WS-NOT-CLOSED
			MOVE 'DRAWER NOT CLOSED' TO DL-NOTE
		WHEN DW-CLOSED AND DW-DIFFERENCE = ZERO
			SET DW-JOURNALLED TO TRUE
			MOVE WS-TODAY-DATE TO DW-JOURNAL-DATE
			MOVE 'BALANCED' TO DL-NOTE
		WHEN DW-CLOSED AND NOT OVERSHORT-MAPPED
			ADD 1 TO WS-UNJOURNALLED
			MOVE 'NOT JOURNALLED - NO MAP' TO DL-NOTE
		WHEN DW-CLOSED
			SET SESSION-TO-JOURNAL TO TRUE
			SET DW-JOURNALLED TO TRUE
			MOVE WS-TODAY-DATE TO DW-JOURNAL-DATE
			MOVE 'JOURNALLED' TO DL-NOTE
		WHEN DW-DIFFERENCE = ZERO
			MOVE 'BALANCED' TO DL-NOTE
		WHEN OTHER
			MOVE 'JOURNALLED' TO DL-NOTE
	END-EVALUATE
	IF NOT DW-OPEN
		IF DW-DIFFERENCE > ZERO
			ADD DW-DIFFERENCE TO WS-TOTAL-OVER
		ELSE
			SUBTRACT DW-DIFFERENCE FROM WS-TOTAL-SHORT
		END-IF
	END-IF
	IF SESSION-TO-JOURNAL
		PERFORM JOURNAL-ONE-SESSION
	END-IF
	REWRITE TELLER-DRAWER-RECORD
	MOVE 'REWRITE TELLER-DRAWERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM WRITE-SESSION-LINE.
	BALANCE-ONE-SESSION-EXIT.
	EXIT.

WRITE-SESSION-LINE.
	MOVE DW-DRAWER-ID TO DL-DRAWER
	MOVE DW-SESSION-NO TO DL-SESSION
	MOVE DW-SESSION-DATE TO DL-DATE
	MOVE DW-TELLER-ID TO DL-TELLER
	MOVE DW-OPENING-FLOAT TO DL-FLOAT
	MOVE DW-CASH-IN TO DL-CASH-IN
	MOVE DW-CASH-OUT TO DL-CASH-OUT
	IF DW-OPEN
		COMPUTE DL-EXPECTED =
			DW-OPENING-FLOAT + DW-CASH-IN - DW-CASH-OUT
		MOVE ZERO TO DL-COUNTED
		MOVE ZERO TO DL-DIFFERENCE
	ELSE
		MOVE DW-EXPECTED-CASH TO DL-EXPECTED
		MOVE DW-COUNTED-CASH TO DL-COUNTED
		MOVE DW-DIFFERENCE TO DL-DIFFERENCE
	END-IF
	MOVE WS-DETAIL-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE 'WRITE BALANCING-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-SESSIONS-LISTED.

*> a short debits over/short and credits teller cash; an over is the
*> reverse. Teller cash is held in the base currency.
JOURNAL-ONE-SESSION.
	IF NOT JOURNAL-BATCH-OPEN
		PERFORM OPEN-JOURNAL-BATCH
	END-IF
	IF DW-DIFFERENCE < ZERO
		COMPUTE WS-POST-AMOUNT = ZERO - DW-DIFFERENCE
		MOVE WS-OVERSHORT-GL TO WS-DEBIT-GL
		MOVE WS-TELLER-CASH-GL TO WS-CREDIT-GL
	ELSE
		MOVE DW-DIFFERENCE TO WS-POST-AMOUNT
		MOVE WS-TELLER-CASH-GL TO WS-DEBIT-GL
		MOVE WS-OVERSHORT-GL TO WS-CREDIT-GL
	END-IF
	MOVE SPACES TO GL-JOURNAL-RECORD
	MOVE 'D' TO GJ-RECORD-TYPE
	MOVE WS-TODAY-DATE TO GJ-DATE
	MOVE WS-DEBIT-GL TO GJ-GL-ACCOUNT
	MOVE 'D' TO GJ-DR-CR
	MOVE WS-POST-AMOUNT TO GJ-AMOUNT
	MOVE 'S' TO GJ-SOURCE-TYPE
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
	MOVE 'S' TO GJ-SOURCE-TYPE
	MOVE WS-POST-AMOUNT TO GJ-BASE-AMOUNT
	WRITE GL-JOURNAL-RECORD
	MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-GL-RECORD-COUNT
	ADD WS-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
	ADD 1 TO WS-JOURNALLED
	MOVE 'OVERSHORT' TO AT-CHANGE-OPERATION
	MOVE SPACES TO AT-TRACKED-KEY
	STRING DW-DRAWER-ID '/' DW-SESSION-DATE '/' DW-SESSION-NO
		DELIMITED BY SIZE INTO AT-TRACKED-KEY
	MOVE WS-POST-AMOUNT TO WS-POST-AMOUNT-ED
	MOVE SPACES TO AT-CHANGE-DETAIL
	IF DW-DIFFERENCE < ZERO
		STRING 'short ' WS-POST-AMOUNT-ED
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	ELSE
		STRING 'over ' WS-POST-AMOUNT-ED
			DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	END-IF
	PERFORM LOG-AUDIT-EVENT.

*> the over/short lines follow the posting run's trailer as a batch of
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

WRITE-BALANCING-TOTALS.
	MOVE SPACES TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE SPACES TO WS-COUNT-LINE
	MOVE 'SESSIONS LISTED' TO CL-LABEL
	MOVE WS-SESSIONS-LISTED TO CL-COUNT
	MOVE WS-COUNT-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE 'DRAWERS NOT CLOSED' TO CL-LABEL
	MOVE WS-NOT-CLOSED TO CL-COUNT
	MOVE WS-COUNT-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE 'OVER/SHORT JOURNALLED' TO CL-LABEL
	MOVE WS-JOURNALLED TO CL-COUNT
	MOVE WS-COUNT-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE 'OVER/SHORT NOT JOURNALLED' TO CL-LABEL
	MOVE WS-UNJOURNALLED TO CL-COUNT
	MOVE WS-COUNT-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE SPACES TO WS-TOTAL-LINE
	MOVE 'TOTAL CASH OVER' TO TL-LABEL
	MOVE WS-TOTAL-OVER TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE
	MOVE 'TOTAL CASH SHORT' TO TL-LABEL
	MOVE WS-TOTAL-SHORT TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO BALANCING-LINE
	WRITE BALANCING-LINE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.
