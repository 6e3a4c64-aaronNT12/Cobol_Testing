*> Purpose: Compliance disposition of transaction-monitoring alerts
*>
*> TRANSACTION-MONITOR raises its structuring and velocity alerts on
*> MONITOR-ALERTS.DAT open; this is where compliance works them. The
*> open queue lists oldest first, an alert can be shown in full, and a
*> disposition is recorded against it - cleared (no concern),
*> escalated for investigation, or reported to the authorities -
*> with a note, the operator and the date. Recording a disposition
*> takes level 2; changing one already recorded takes level 3. Every
*> disposition lands in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.09.26 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-DISPOSITION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY MONITOR-ALERTS-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY MONITOR-ALERTS-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-ALERT-EOF PIC X VALUE 'N'.
	88 ALERT-SCAN-EOF VALUE 'Y'.
01 WS-OPEN-COUNT PIC 9(5).
01 WS-NEW-DISPOSITION PIC X.
01 WS-NEW-NOTE PIC X(40).
01 WS-RULE-TEXT PIC X(22).
01 WS-EDITED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-EDITED-COMPARE PIC ZZZ,ZZZ,ZZ9.99.
COPY MONITOR-ALERTS-STATUS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'ALERT-DISPOSITION' TO EL-CALLING-PROGRAM.
	MOVE 'ALERT-DISPOSITION' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O MONITOR-ALERTS.
	IF NOT MA-OK
		CLOSE MONITOR-ALERTS
		OPEN OUTPUT MONITOR-ALERTS
		CLOSE MONITOR-ALERTS
		OPEN I-O MONITOR-ALERTS
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. List open alerts'
		DISPLAY '2. Show alert'
		DISPLAY '3. Record disposition'
		DISPLAY '4. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM LIST-OPEN-ALERTS
			WHEN 2 PERFORM SHOW-ALERT THRU SHOW-ALERT-EXIT
			WHEN 3
				IF OPR-LEVEL < 2
					DISPLAY 'Recording a disposition takes level 2'
				ELSE
					PERFORM RECORD-DISPOSITION THRU RECORD-DISPOSITION-EXIT
				END-IF
			WHEN 4 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE MONITOR-ALERTS.
	STOP RUN.

*> the file is keyed on the date raised, so key order is oldest first
LIST-OPEN-ALERTS.
	MOVE ZERO TO WS-OPEN-COUNT
	MOVE 'N' TO WS-ALERT-EOF
	MOVE LOW-VALUES TO MA-KEY
	START MONITOR-ALERTS KEY IS GREATER THAN OR EQUAL TO MA-KEY
		INVALID KEY SET ALERT-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL ALERT-SCAN-EOF
		READ MONITOR-ALERTS NEXT RECORD
			AT END SET ALERT-SCAN-EOF TO TRUE
		END-READ
		IF NOT ALERT-SCAN-EOF AND MA-OPEN
			ADD 1 TO WS-OPEN-COUNT
			PERFORM DESCRIBE-RULE
			MOVE MA-WINDOW-AMOUNT TO WS-EDITED-AMOUNT
			DISPLAY MA-ALERT-DATE '/' MA-ALERT-SEQ ' ' WS-RULE-TEXT
				' ' MA-SUBJECT-NO ' ' MA-ITEM-COUNT ' items '
				WS-EDITED-AMOUNT
		END-IF
	END-PERFORM
	DISPLAY WS-OPEN-COUNT ' open alert(s)'.

SHOW-ALERT.
	PERFORM READ-ALERT-KEY
	IF NOT MA-OK
		DISPLAY 'Alert not on file'
		GO TO SHOW-ALERT-EXIT
	END-IF
	PERFORM DESCRIBE-RULE
	MOVE MA-WINDOW-AMOUNT TO WS-EDITED-AMOUNT
	MOVE MA-COMPARE-AMOUNT TO WS-EDITED-COMPARE
	DISPLAY 'Alert:        ' MA-ALERT-DATE '/' MA-ALERT-SEQ
	DISPLAY 'Rule:         ' MA-RULE ' ' WS-RULE-TEXT
	IF MA-STRUCTURING-CUSTOMER
		DISPLAY 'Customer:     ' MA-SUBJECT-NO
	ELSE
		DISPLAY 'Account:      ' MA-SUBJECT-NO
	END-IF
	DISPLAY 'Window:       ' MA-WINDOW-FROM ' - ' MA-WINDOW-TO
	DISPLAY 'Items:        ' MA-ITEM-COUNT
	DISPLAY 'Amount:       ' WS-EDITED-AMOUNT
	EVALUATE TRUE
		WHEN MA-VOLUME-JUMP
			DISPLAY 'Usual volume: ' WS-EDITED-COMPARE
		WHEN MA-PASS-THROUGH
			DISPLAY 'Came in:      ' WS-EDITED-COMPARE
		WHEN OTHER
			DISPLAY 'Threshold:    ' WS-EDITED-COMPARE
	END-EVALUATE
	DISPLAY 'Disposition:  ' MA-DISPOSITION
	IF NOT MA-OPEN
		DISPLAY 'Recorded by:  ' MA-DISPOSED-BY ' on ' MA-DISPOSED-DATE
		DISPLAY 'Note:         ' MA-DISPOSITION-NOTE
	END-IF.
	SHOW-ALERT-EXIT.
	EXIT.

*> a disposition needs a note; overturning one already recorded is a
*> level-3 decision
RECORD-DISPOSITION.
	PERFORM READ-ALERT-KEY
	IF NOT MA-OK
		DISPLAY 'Alert not on file'
		GO TO RECORD-DISPOSITION-EXIT
	END-IF
	IF NOT MA-OPEN AND OPR-LEVEL < 3
		DISPLAY 'Alert already disposed as ' MA-DISPOSITION
			' - changing it takes level 3'
		GO TO RECORD-DISPOSITION-EXIT
	END-IF
	DISPLAY 'Disposition (C cleared, E escalated, R reported): '
	ACCEPT WS-NEW-DISPOSITION
	IF WS-NEW-DISPOSITION NOT = 'C' AND WS-NEW-DISPOSITION NOT = 'E'
		AND WS-NEW-DISPOSITION NOT = 'R'
		DISPLAY 'Disposition must be C, E or R - rejected'
		GO TO RECORD-DISPOSITION-EXIT
	END-IF
	DISPLAY 'Note: '
	ACCEPT WS-NEW-NOTE
	IF WS-NEW-NOTE = SPACES
		DISPLAY 'A note is required - rejected'
		GO TO RECORD-DISPOSITION-EXIT
	END-IF
	MOVE WS-NEW-DISPOSITION TO MA-DISPOSITION
	MOVE WS-NEW-NOTE TO MA-DISPOSITION-NOTE
	MOVE OPR-OPERATOR-ID TO MA-DISPOSED-BY
	MOVE WS-TODAY-DATE TO MA-DISPOSED-DATE
	REWRITE MONITOR-ALERT-RECORD
	MOVE 'REWRITE MONITOR-ALERTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Alert ' MA-ALERT-DATE '/' MA-ALERT-SEQ ' disposed as '
		MA-DISPOSITION
	MOVE 'DISPOSE' TO AT-CHANGE-OPERATION
	MOVE MA-KEY TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING MA-DISPOSITION ' ' MA-DISPOSITION-NOTE
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	RECORD-DISPOSITION-EXIT.
	EXIT.

READ-ALERT-KEY.
	DISPLAY 'Alert date (YYYYMMDD): '
	ACCEPT MA-ALERT-DATE
	DISPLAY 'Alert sequence: '
	ACCEPT MA-ALERT-SEQ
	READ MONITOR-ALERTS
		INVALID KEY CONTINUE
	END-READ.

DESCRIBE-RULE.
	EVALUATE TRUE
		WHEN MA-STRUCTURING-ACCOUNT
			MOVE 'STRUCTURING - ACCOUNT' TO WS-RULE-TEXT
		WHEN MA-STRUCTURING-CUSTOMER
			MOVE 'STRUCTURING - CUSTOMER' TO WS-RULE-TEXT
		WHEN MA-VOLUME-JUMP
			MOVE 'VOLUME JUMP' TO WS-RULE-TEXT
		WHEN MA-PASS-THROUGH
			MOVE 'RAPID IN AND OUT' TO WS-RULE-TEXT
		WHEN OTHER
			MOVE MA-RULE TO WS-RULE-TEXT
	END-EVALUATE.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
