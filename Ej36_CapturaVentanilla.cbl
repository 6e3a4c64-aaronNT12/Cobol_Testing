*> control trailer usually came out wrong. This captures transactions
*> one at a time with immediate validation - the account must exist on
*> ACCOUNT-MASTER and be active, the 10-digit account number must pass
*> its check-digit test, the type must be D/W/T/F/Q, the amount must be
*> numeric and nonzero - and writes TELLER-CAPTURE.DAT in feed layout
*> with the CT-RECORD-COUNT/CT-HASH-TOTAL trailer computed
*> automatically. Post it with TRANSACTION_FEED=TELLER-CAPTURE.DAT.
*>
*> Mod history:
*> 24.12.09 AN - a capture no longer starts over a feed that has not
*>               been posted: each finished feed is recorded as handed
*>               off ('P') on HANDOFF-CONTROL.DAT, BANK-TRANSACTION
*>               records it consumed ('C') when it posts it, and until
*>               it has, a later run - a resumed session or a new one -
*>               refuses to capture and only lets the drawer be closed.
*> 24.10.06 AN - capture is now a teller drawer session: the teller
*>               signs on and opens a drawer with its cash float (or
*>               resumes the drawer they already have open today),
*>               every captured item is audited against the teller and
*>               drawer, and cash deposits, withdrawals and cheques
*>               cashed accumulate on TELLER-DRAWERS.DAT. At close the
*>               teller enters the counted cash and the over or short
*>               is shown and kept for TELLER-BALANCE to report and
*>               journal. A run that only closes the drawer leaves the
*>               last TELLER-CAPTURE.DAT alone.
*> 24.09.22 AN - a payment to another bank is captured as type 'E' with
*>               the registered payee reference in the to-account
*>               field; BANK-TRANSACTION proves the payee belongs to
*>               the paying account when it posts.
*> 24.09.20 AN - a cheque cashed at the counter is captured as type 'Q'
*>               with its serial in the to-account field; the serial
*>               itself is proved against the chequebook register by
*>               BANK-TRANSACTION when it posts.
*> 24.04.30 AN - initial version.

IDENTIFICATION DIVISION.
	SELECT CAPTURE-FEED ASSIGN TO 'TELLER-CAPTURE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY TELLER-DRAWERS-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
	05 CPT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

COPY TELLER-DRAWERS-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-CLOSE-ANSWER PIC X.
01 WS-TODAY-DATE PIC 9(8).
01 WS-DRAWER-ID PIC X(4).
01 WS-LAST-SESSION-NO PIC 9(2).
01 WS-SESSION-FOUND PIC X.
	88 SESSION-RESUMED VALUE 'Y'.
01 WS-DRAWER-EOF PIC X.
	88 END-OF-DRAWERS VALUE 'Y'.
01 WS-OTHER-TELLER PIC X(8).
01 WS-CASH-TEXT PIC X(12).
01 WS-CASH-AMOUNT-ED PIC ZZZ,ZZ9.99.
01 WS-DIFF-AMOUNT PIC 9(9)V99.
01 WS-DIFF-AMOUNT-ED PIC ZZZ,ZZ9.99.
01 WS-ENTRY-ACCOUNT-NO PIC 9(10).
01 WS-ENTRY-TYPE PIC X.
01 WS-ENTRY-AMOUNT-TEXT PIC X(12).
01 WS-ENTRY-OK-FLAG PIC X.
	88 ENTRY-OK VALUE 'Y'.
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
*> what the last capture handed off and nobody has yet posted
01 WS-UNPOSTED-COUNT PIC 9(10) VALUE ZERO.
01 WS-HANDOFF-EOF PIC X VALUE 'N'.
	88 END-OF-HANDOFFS VALUE 'Y'.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-CHECK-ACCOUNT-NO PIC 9(10).
01 WS-CHECK-DIGITS REDEFINES WS-CHECK-ACCOUNT-NO.
01 WS-CHECK-SUB PIC 9(2).
01 WS-CHECK-OK-FLAG PIC X.
	88 CHECK-DIGIT-OK VALUE 'Y'.
COPY TELLER-DRAWERS-STATUS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY SIGNON-PARAMS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'TELLER-CAPTURE' TO EL-CALLING-PROGRAM.
	MOVE 'TELLER-CAPTURE' TO AT-CALLING-PROGRAM.
	MOVE 'TELLER-CAPTURE' TO HF-STEP.
	PERFORM SIGN-ON-OPERATOR.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN I-O TELLER-DRAWERS.
	IF NOT DW-OK
		CLOSE TELLER-DRAWERS
		OPEN OUTPUT TELLER-DRAWERS
		CLOSE TELLER-DRAWERS
		OPEN I-O TELLER-DRAWERS
	END-IF
	PERFORM OPEN-DRAWER-SESSION THRU OPEN-DRAWER-SESSION-EXIT.
	PERFORM FIND-UNPOSTED-CAPTURE.
	IF WS-UNPOSTED-COUNT > ZERO
		DISPLAY 'TELLER-CAPTURE.DAT still holds ' WS-UNPOSTED-COUNT
			' unposted transaction(s) - post it before capturing more'
		MOVE 'N' TO WS-CONTINUE
		MOVE 8 TO RETURN-CODE
	ELSE
		DISPLAY 'Capture transactions now? (Y/N): '
		ACCEPT WS-CONTINUE
		IF WS-CONTINUE NOT = 'N' AND WS-CONTINUE NOT = 'n'
			MOVE 'Y' TO WS-CONTINUE
		ELSE
			MOVE 'N' TO WS-CONTINUE
		END-IF
	END-IF
	IF WS-CONTINUE = 'Y'
		PERFORM CAPTURE-FEED-SESSION
	END-IF
	PERFORM CLOSE-DRAWER-SESSION THRU CLOSE-DRAWER-SESSION-EXIT.
	CLOSE ACCOUNT-MASTER.
	CLOSE TELLER-DRAWERS.
	STOP RUN.

CAPTURE-FEED-SESSION.
	OPEN OUTPUT CAPTURE-FEED.
	MOVE 'OPEN CAPTURE-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	WRITE CAPTURE-RECORD
	MOVE 'WRITE CAPTURE-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE CAPTURE-FEED.
	DISPLAY 'Feed written: ' WS-FEED-COUNT ' transactions, hash '
		WS-FEED-HASH.
	MOVE 'P' TO HF-ROLE
	MOVE 'TELLER-CAPTURE.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF.

*> the feed is overwritten by every capture, so one handed off and not
*> yet posted must not be started over: the last word on HANDOFF-CONTROL
*> for TELLER-CAPTURE.DAT is either this program's 'P' with what it
*> wrote or BANK-TRANSACTION's 'C' once it posted it (run with
*> TRANSACTION_FEED=TELLER-CAPTURE.DAT). An empty feed loses nothing.
FIND-UNPOSTED-CAPTURE.
	MOVE ZERO TO WS-UNPOSTED-COUNT
	MOVE 'N' TO WS-HANDOFF-EOF
	OPEN INPUT HANDOFF-CONTROL
	READ HANDOFF-CONTROL
		AT END SET END-OF-HANDOFFS TO TRUE
	END-READ
	PERFORM UNTIL END-OF-HANDOFFS
		IF HC-FILE-NAME = 'TELLER-CAPTURE.DAT'
			IF HC-PRODUCER
				MOVE HC-COUNT TO WS-UNPOSTED-COUNT
			ELSE
				MOVE ZERO TO WS-UNPOSTED-COUNT
			END-IF
		END-IF
		READ HANDOFF-CONTROL
			AT END SET END-OF-HANDOFFS TO TRUE
		END-READ
	END-PERFORM
	CLOSE HANDOFF-CONTROL.

*> a drawer runs one session at a time: today's open session on the
*> drawer is resumed if it is this teller's, refused if it is someone
*> else's, and otherwise a new session starts with its counted float
OPEN-DRAWER-SESSION.
	DISPLAY 'Drawer ID: '
	ACCEPT WS-DRAWER-ID
	MOVE 'N' TO WS-SESSION-FOUND
	MOVE ZERO TO WS-LAST-SESSION-NO
	MOVE SPACES TO WS-OTHER-TELLER
	MOVE WS-TODAY-DATE TO DW-SESSION-DATE
	MOVE WS-DRAWER-ID TO DW-DRAWER-ID
	MOVE ZERO TO DW-SESSION-NO
	MOVE 'N' TO WS-DRAWER-EOF
	START TELLER-DRAWERS KEY IS NOT LESS THAN DW-KEY
		INVALID KEY
			SET END-OF-DRAWERS TO TRUE
	END-START
	PERFORM UNTIL END-OF-DRAWERS
		READ TELLER-DRAWERS NEXT RECORD
			AT END
				SET END-OF-DRAWERS TO TRUE
			NOT AT END
				IF DW-SESSION-DATE NOT = WS-TODAY-DATE
					OR DW-DRAWER-ID NOT = WS-DRAWER-ID
					SET END-OF-DRAWERS TO TRUE
				ELSE
					MOVE DW-SESSION-NO TO WS-LAST-SESSION-NO
					IF DW-OPEN
						IF DW-TELLER-ID = OPR-OPERATOR-ID
							SET SESSION-RESUMED TO TRUE
						ELSE
							MOVE DW-TELLER-ID TO WS-OTHER-TELLER
						END-IF
					END-IF
				END-IF
		END-READ
	END-PERFORM
	IF WS-OTHER-TELLER NOT = SPACES
		DISPLAY 'Drawer ' WS-DRAWER-ID ' is open under teller '
			WS-OTHER-TELLER ' - session refused'
		CLOSE ACCOUNT-MASTER
		CLOSE TELLER-DRAWERS
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	IF SESSION-RESUMED
		PERFORM READ-RESUMED-SESSION
		DISPLAY 'Resuming drawer ' WS-DRAWER-ID ' session '
			DW-SESSION-NO ' - ' DW-ITEM-COUNT ' item(s) so far'
		GO TO OPEN-DRAWER-SESSION-EXIT
	END-IF
	DISPLAY 'Opening cash float: '
	ACCEPT WS-CASH-TEXT
	MOVE WS-TODAY-DATE TO DW-SESSION-DATE
	MOVE WS-DRAWER-ID TO DW-DRAWER-ID
	COMPUTE DW-SESSION-NO = WS-LAST-SESSION-NO + 1
	MOVE OPR-OPERATOR-ID TO DW-TELLER-ID
	SET DW-OPEN TO TRUE
	MOVE FUNCTION NUMVAL(WS-CASH-TEXT) TO DW-OPENING-FLOAT
	MOVE ZERO TO DW-CASH-IN
	MOVE ZERO TO DW-CASH-OUT
	MOVE ZERO TO DW-ITEM-COUNT
	MOVE ZERO TO DW-COUNTED-CASH
	MOVE ZERO TO DW-EXPECTED-CASH
	MOVE ZERO TO DW-DIFFERENCE
	MOVE ZERO TO DW-CLOSED-DATE
	MOVE ZERO TO DW-JOURNAL-DATE
	WRITE TELLER-DRAWER-RECORD
	MOVE 'WRITE TELLER-DRAWERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Drawer ' WS-DRAWER-ID ' session ' DW-SESSION-NO
		' opened'
	MOVE 'DRAWOPEN' TO AT-CHANGE-OPERATION
	PERFORM SET-DRAWER-AUDIT-KEY
	MOVE DW-OPENING-FLOAT TO WS-CASH-AMOUNT-ED
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'float ' WS-CASH-AMOUNT-ED
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	OPEN-DRAWER-SESSION-EXIT.
	EXIT.

*> the walk above ran past the open session; read it back so the
*> record area holds the session the capture updates
READ-RESUMED-SESSION.
	MOVE WS-TODAY-DATE TO DW-SESSION-DATE
	MOVE WS-DRAWER-ID TO DW-DRAWER-ID
	MOVE WS-LAST-SESSION-NO TO DW-SESSION-NO
	READ TELLER-DRAWERS
		INVALID KEY
			DISPLAY 'Drawer session could not be read back'
	END-READ.

SET-DRAWER-AUDIT-KEY.
	MOVE SPACES TO AT-TRACKED-KEY
	STRING DW-DRAWER-ID '/' DW-SESSION-DATE '/' DW-SESSION-NO
		DELIMITED BY SIZE INTO AT-TRACKED-KEY.

*> the teller counts the drawer and the difference from what the
*> session's cash movements say should be there is kept as the over
*> (positive) or short (negative); the drawer may instead be left
*> open for a later run the same day
CLOSE-DRAWER-SESSION.
	DISPLAY 'Close drawer ' DW-DRAWER-ID ' now? (Y/N): '
	ACCEPT WS-CLOSE-ANSWER
	IF WS-CLOSE-ANSWER NOT = 'Y' AND WS-CLOSE-ANSWER NOT = 'y'
		DISPLAY 'Drawer left open - close it before end of day'
		GO TO CLOSE-DRAWER-SESSION-EXIT
	END-IF
	DISPLAY 'Counted cash: '
	ACCEPT WS-CASH-TEXT
	MOVE FUNCTION NUMVAL(WS-CASH-TEXT) TO DW-COUNTED-CASH
	COMPUTE DW-EXPECTED-CASH =
		DW-OPENING-FLOAT + DW-CASH-IN - DW-CASH-OUT
	COMPUTE DW-DIFFERENCE = DW-COUNTED-CASH - DW-EXPECTED-CASH
	SET DW-CLOSED TO TRUE
	MOVE WS-TODAY-DATE TO DW-CLOSED-DATE
	REWRITE TELLER-DRAWER-RECORD
	MOVE 'REWRITE TELLER-DRAWERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE DW-EXPECTED-CASH TO WS-CASH-AMOUNT-ED
	DISPLAY 'Expected cash: ' WS-CASH-AMOUNT-ED
	MOVE DW-COUNTED-CASH TO WS-CASH-AMOUNT-ED
	DISPLAY 'Counted cash:  ' WS-CASH-AMOUNT-ED
	IF DW-DIFFERENCE < ZERO
		COMPUTE WS-DIFF-AMOUNT = ZERO - DW-DIFFERENCE
	ELSE
		MOVE DW-DIFFERENCE TO WS-DIFF-AMOUNT
	END-IF
	MOVE WS-DIFF-AMOUNT TO WS-DIFF-AMOUNT-ED
	MOVE SPACES TO AT-CHANGE-DETAIL
	EVALUATE TRUE
		WHEN DW-DIFFERENCE > ZERO
			DISPLAY 'Drawer OVER by ' WS-DIFF-AMOUNT-ED
			STRING 'over ' WS-DIFF-AMOUNT-ED
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		WHEN DW-DIFFERENCE < ZERO
			DISPLAY 'Drawer SHORT by ' WS-DIFF-AMOUNT-ED
			STRING 'short ' WS-DIFF-AMOUNT-ED
				DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
		WHEN OTHER
			DISPLAY 'Drawer balances'
			MOVE 'balanced' TO AT-CHANGE-DETAIL
	END-EVALUATE
	MOVE 'DRAWCLOSE' TO AT-CHANGE-OPERATION
	PERFORM SET-DRAWER-AUDIT-KEY
	PERFORM LOG-AUDIT-EVENT.
	CLOSE-DRAWER-SESSION-EXIT.
	EXIT.

CAPTURE-ONE-TRANSACTION.
	MOVE 'Y' TO WS-ENTRY-OK-FLAG
		PERFORM VALIDATE-ACTIVE-ACCOUNT
	END-IF
	IF ENTRY-OK
		DISPLAY 'Type (D/W/T/F/Q/E): '
		ACCEPT WS-ENTRY-TYPE
		IF WS-ENTRY-TYPE NOT = 'D' AND WS-ENTRY-TYPE NOT = 'W'
			AND WS-ENTRY-TYPE NOT = 'T' AND WS-ENTRY-TYPE NOT = 'F'
			AND WS-ENTRY-TYPE NOT = 'Q' AND WS-ENTRY-TYPE NOT = 'E'
			DISPLAY 'Type must be D, W, T, F, Q, or E - rejected'
			MOVE 'N' TO WS-ENTRY-OK-FLAG
		END-IF
	END-IF
			MOVE 'N' TO WS-ENTRY-OK-FLAG
		END-IF
	END-IF
	IF ENTRY-OK AND WS-ENTRY-TYPE = 'Q'
		DISPLAY 'Cheque serial number: '
		ACCEPT WS-ENTRY-TO-ACCOUNT
		IF WS-ENTRY-TO-ACCOUNT = ZERO
			DISPLAY 'Cheque serial must be nonzero - rejected'
			MOVE 'N' TO WS-ENTRY-OK-FLAG
		END-IF
	END-IF
	IF ENTRY-OK AND WS-ENTRY-TYPE = 'E'
		DISPLAY 'Payee reference number: '
		ACCEPT WS-ENTRY-TO-ACCOUNT
		IF WS-ENTRY-TO-ACCOUNT = ZERO
			DISPLAY 'Payee reference must be nonzero - rejected'
			MOVE 'N' TO WS-ENTRY-OK-FLAG
		END-IF
	END-IF
	IF ENTRY-OK
		MOVE WS-ENTRY-ACCOUNT-NO TO CP-ACCOUNT-NO
		MOVE WS-ENTRY-TYPE TO CP-TYPE
		PERFORM CHECK-FILE-STATUS
		ADD 1 TO WS-FEED-COUNT
		ADD WS-ENTRY-AMOUNT TO WS-FEED-HASH
		PERFORM UPDATE-DRAWER-TOTALS
		DISPLAY 'Captured'
	ELSE
		MOVE WS-ENTRY-ACCOUNT-NO TO EL-TRACKED-RESOURCE
		PERFORM LOG-ERROR-TO-SYSERR
	END-IF.

*> cash across the counter moves the drawer: a deposit brings cash in,
*> a withdrawal or a cheque cashed pays it out. Transfers, fees and
*> payments to other banks move no cash. Each item is audited against
*> the teller and drawer session that keyed it.
UPDATE-DRAWER-TOTALS.
	EVALUATE WS-ENTRY-TYPE
		WHEN 'D'
			ADD WS-ENTRY-AMOUNT TO DW-CASH-IN
		WHEN 'W'
		WHEN 'Q'
			ADD WS-ENTRY-AMOUNT TO DW-CASH-OUT
	END-EVALUATE
	ADD 1 TO DW-ITEM-COUNT
	REWRITE TELLER-DRAWER-RECORD
	MOVE 'REWRITE TELLER-DRAWERS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'CAPTURE' TO AT-CHANGE-OPERATION
	MOVE WS-ENTRY-ACCOUNT-NO TO AT-TRACKED-KEY
	MOVE WS-ENTRY-AMOUNT TO WS-CASH-AMOUNT-ED
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'drawer ' DW-DRAWER-ID '/' DW-SESSION-NO ' '
		WS-ENTRY-TYPE ' ' WS-CASH-AMOUNT-ED
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.

VALIDATE-ACTIVE-ACCOUNT.
	MOVE WS-ENTRY-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		MOVE 'N' TO WS-CHECK-OK-FLAG
	END-IF.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.

COPY HANDOFF-WRITE.
