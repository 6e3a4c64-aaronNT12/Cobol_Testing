*> Purpose: Maker-checker approval queue review and apply
*>
*> The checker side of dual control: pending items queued by
*> PARAM-MAINT (PARAM-SET), ACCOUNT-MAINT (ACCT-CLOSE, LIMIT-SET,
*> OD-ARRANGE) and AR-WRITEOFF (BAD-DEBT) are reviewed here by a
*> second operator with approval permission (level 4), who applies or
*> rejects each one. The maker cannot check their own item, the
*> checker's identity and date land on the queue record next to the
*> maker's, and both go to the audit trail.
*> Applying is when the real change happens: the parameter rewrites,
*> the close goes to settlement, the ceilings land on ACCOUNT-LIMITS,
*> the bad debt is written off the AR ledger. Run with
*> APPROVAL_BATCH_MODE=Y in the nightly cycle it skips the review and
*> prints APPROVALS.RPT - pending, approved and rejected items - so
*> the queue cannot silt up unnoticed.
*>               file, the same as ACCOUNT-MAINT's own status-change
*>               path - moving the close behind the approval queue
*>               must not move it out of the history.
*> 24.09.30 AN - an approved close no longer flips AM-STATUS here and
*>               no longer needs a zero balance: it lands on the new
*>               ACCOUNT-CLOSURES master with the nominated payout
*>               account, and CLOSURE-SETTLEMENT posts the final
*>               interest and fee, pays out the balance and closes.
*> 24.10.02 AN - OD-ARRANGE items: an approved arranged overdraft
*>               lands on OVERDRAFT-FACILITIES with maker and checker
*>               on the record (a zero limit deletes the facility),
*>               and the before and after images go to CHANGE-HISTORY.
*> 24.11.28 AN - BAD-DEBT items: an approved write-off closes the AR
*>               open item as written off ('W') for what is still
*>               owing, which takes it out of aging and dunning;
*>               AR-WRITEOFF journals it to bad-debt expense that
*>               night. An item that has had a receipt since it was
*>               proposed is not written off - reject it instead.
*>               Before and after images go to CHANGE-HISTORY.

IDENTIFICATION DIVISION.
PROGRAM-ID. APPROVAL-QUEUE.
	COPY PARAM-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	COPY CHANGE-HISTORY-SELECT.
	COPY ACCOUNT-CLOSURES-SELECT.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY AR-OPEN-ITEMS-SELECT.
	SELECT ACCOUNT-LIMITS ASSIGN TO 'ACCOUNT-LIMITS.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC

COPY CHANGE-HISTORY-FD.

COPY ACCOUNT-CLOSURES-FD.

COPY OVERDRAFT-FACILITIES-FD.

COPY AR-OPEN-ITEMS-FD.

FD ACCOUNT-LIMITS.
01 ACCOUNT-LIMITS-RECORD.
	05 AL-ACCOUNT-NO PIC 9(10).
01 WS-PA-EOF PIC X VALUE 'N'.
	88 QUEUE-EOF VALUE 'Y'.
COPY PENDING-APPROVALS-STATUS.
COPY ACCOUNT-CLOSURES-STATUS.
COPY OVERDRAFT-FACILITIES-STATUS.
COPY AR-OPEN-ITEMS-STATUS.
01 AL-FILE-STATUS PIC X(2).
	88 AL-OK VALUE '00'.
01 WS-BATCH-FLAG PIC X VALUE SPACE.
01 WS-LIMIT-AMOUNTS.
	05 WS-LIMIT-WITHDRAWAL PIC 9(8)V99.
	05 WS-LIMIT-TRANSFER PIC 9(8)V99.
*> the ACCT-CLOSE new value: 'C', then the payout account
01 WS-CLOSE-REQUEST-VALUE.
	05 WS-CLOSE-NEW-STATUS PIC X.
	05 WS-CLOSE-PAYOUT-ACCOUNT PIC 9(10).
	05 FILLER PIC X(9).
*> the OD-ARRANGE new value: the limit, then the expiry date
01 WS-FACILITY-REQUEST-VALUE.
	05 WS-FACILITY-LIMIT PIC 9(9)V99.
	05 WS-FACILITY-EXPIRY PIC 9(8).
	05 FILLER PIC X.
*> the BAD-DEBT values: 'O' or 'W', then the amount owing
01 WS-WRITEOFF-REQUEST-VALUE.
	05 WS-WRITEOFF-STATUS PIC X.
	05 WS-WRITEOFF-AMOUNT PIC 9(10)V99.
	05 FILLER PIC X(7).
01 WS-WRITEOFF-OWING PIC 9(10)V99.
01 WS-APPLY-OK PIC X.
	88 CHANGE-APPLIED VALUE 'Y'.
01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
			PERFORM APPLY-ACCT-CLOSE
		WHEN 'LIMIT-SET'
			PERFORM APPLY-LIMIT-SET
		WHEN 'OD-ARRANGE'
			PERFORM APPLY-OD-ARRANGE
		WHEN 'BAD-DEBT'
			PERFORM APPLY-BAD-DEBT
		WHEN OTHER
			DISPLAY 'Unknown queued operation ' PA-OPERATION
			MOVE PA-OPERATION TO EL-TRACKED-RESOURCE
	CLOSE PARAMETER-FILE
	SET CHANGE-APPLIED TO TRUE.

*> the close is handed to CLOSURE-SETTLEMENT with its payout account;
*> the status flips there, once the money has been moved out
APPLY-ACCT-CLOSE.
	MOVE PA-NEW-VALUE TO WS-CLOSE-REQUEST-VALUE
	IF WS-CLOSE-PAYOUT-ACCOUNT IS NOT NUMERIC
		MOVE ZERO TO WS-CLOSE-PAYOUT-ACCOUNT
	END-IF
	OPEN INPUT ACCOUNT-MASTER
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE FUNCTION NUMVAL(PA-KEY) TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' PA-KEY ' no longer on file'
			CLOSE ACCOUNT-MASTER
			EXIT PARAGRAPH
	END-READ
	CLOSE ACCOUNT-MASTER
	IF AM-CLOSED
		DISPLAY 'Account is already closed - close not applied'
		EXIT PARAGRAPH
	END-IF
	OPEN I-O ACCOUNT-CLOSURES
	IF NOT AC-OK
		CLOSE ACCOUNT-CLOSURES
		OPEN OUTPUT ACCOUNT-CLOSURES
		CLOSE ACCOUNT-CLOSURES
		OPEN I-O ACCOUNT-CLOSURES
	END-IF
	MOVE AM-ACCOUNT-NO TO AC-ACCOUNT-NO
	MOVE SPACES TO CH-LOG-BEFORE
	READ ACCOUNT-CLOSURES
		NOT INVALID KEY
			IF NOT AC-CLOSED
				DISPLAY 'Account is already waiting for closure '
					'settlement - close not applied'
				CLOSE ACCOUNT-CLOSURES
				EXIT PARAGRAPH
			END-IF
			MOVE ACCOUNT-CLOSURE-RECORD TO CH-LOG-BEFORE
	END-READ
	INITIALIZE ACCOUNT-CLOSURE-RECORD
	MOVE AM-ACCOUNT-NO TO AC-ACCOUNT-NO
	MOVE WS-CLOSE-PAYOUT-ACCOUNT TO AC-PAYOUT-ACCOUNT
	MOVE 'A' TO AC-STATUS
	MOVE PA-MAKER TO AC-REQUESTED-BY
	MOVE OPR-OPERATOR-ID TO AC-APPROVED-BY
	MOVE FUNCTION CURRENT-DATE(1:8) TO AC-APPROVED-DATE
	IF CH-LOG-BEFORE = SPACES
		WRITE ACCOUNT-CLOSURE-RECORD
	ELSE
		REWRITE ACCOUNT-CLOSURE-RECORD
	END-IF
	MOVE SPACES TO CH-LOG-AFTER
	MOVE ACCOUNT-CLOSURE-RECORD TO CH-LOG-AFTER
	MOVE 'CLOSURES' TO CH-LOG-FILE-ID
	MOVE PA-KEY TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	CLOSE ACCOUNT-CLOSURES
	DISPLAY 'Close passed to settlement - balance to be paid to '
		AC-PAYOUT-ACCOUNT
	SET CHANGE-APPLIED TO TRUE.

APPLY-LIMIT-SET.
	OPEN I-O ACCOUNT-LIMITS
	CLOSE ACCOUNT-LIMITS
	SET CHANGE-APPLIED TO TRUE.

*> the facility record names both operators; a zero limit takes the
*> facility away, so the account can no longer be drawn below zero
APPLY-OD-ARRANGE.
	MOVE PA-NEW-VALUE TO WS-FACILITY-REQUEST-VALUE
	IF WS-FACILITY-LIMIT IS NOT NUMERIC
		OR WS-FACILITY-EXPIRY IS NOT NUMERIC
		DISPLAY 'Queued facility value is not readable - not applied'
		EXIT PARAGRAPH
	END-IF
	OPEN I-O OVERDRAFT-FACILITIES
	IF NOT OD-OK
		CLOSE OVERDRAFT-FACILITIES
		OPEN OUTPUT OVERDRAFT-FACILITIES
		CLOSE OVERDRAFT-FACILITIES
		OPEN I-O OVERDRAFT-FACILITIES
	END-IF
	MOVE FUNCTION NUMVAL(PA-KEY) TO OD-ACCOUNT-NO
	MOVE SPACES TO CH-LOG-BEFORE
	READ OVERDRAFT-FACILITIES
		NOT INVALID KEY
			MOVE OVERDRAFT-FACILITY-RECORD TO CH-LOG-BEFORE
	END-READ
	MOVE SPACES TO CH-LOG-AFTER
	IF WS-FACILITY-LIMIT = ZERO
		IF CH-LOG-BEFORE = SPACES
			DISPLAY 'No facility on account ' PA-KEY ' to withdraw'
			CLOSE OVERDRAFT-FACILITIES
			EXIT PARAGRAPH
		END-IF
		DELETE OVERDRAFT-FACILITIES RECORD
		DISPLAY 'Arranged overdraft withdrawn from ' PA-KEY
	ELSE
		MOVE FUNCTION NUMVAL(PA-KEY) TO OD-ACCOUNT-NO
		MOVE WS-FACILITY-LIMIT TO OD-LIMIT
		MOVE WS-FACILITY-EXPIRY TO OD-EXPIRY-DATE
		MOVE PA-MAKER TO OD-REQUESTED-BY
		MOVE OPR-OPERATOR-ID TO OD-APPROVED-BY
		MOVE FUNCTION CURRENT-DATE(1:8) TO OD-APPROVED-DATE
		IF CH-LOG-BEFORE = SPACES
			WRITE OVERDRAFT-FACILITY-RECORD
		ELSE
			REWRITE OVERDRAFT-FACILITY-RECORD
		END-IF
		MOVE OVERDRAFT-FACILITY-RECORD TO CH-LOG-AFTER
		DISPLAY 'Arranged overdraft on ' PA-KEY ' set to ' OD-LIMIT
			' until ' OD-EXPIRY-DATE
	END-IF
	MOVE 'FACILITY' TO CH-LOG-FILE-ID
	MOVE PA-KEY TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	CLOSE OVERDRAFT-FACILITIES
	SET CHANGE-APPLIED TO TRUE.

*> the item must still be owing exactly what was proposed: a receipt
*> since then means the customer is paying after all
APPLY-BAD-DEBT.
	MOVE PA-OLD-VALUE TO WS-WRITEOFF-REQUEST-VALUE
	IF WS-WRITEOFF-AMOUNT IS NOT NUMERIC
		DISPLAY 'Queued write-off value is not readable - not applied'
		EXIT PARAGRAPH
	END-IF
	OPEN I-O AR-OPEN-ITEMS
	IF NOT AR-OK
		DISPLAY 'AR-OPEN-ITEMS not available - write-off not applied'
		CLOSE AR-OPEN-ITEMS
		EXIT PARAGRAPH
	END-IF
	MOVE FUNCTION NUMVAL(PA-KEY) TO AR-INVOICE-NO
	READ AR-OPEN-ITEMS
		INVALID KEY
			DISPLAY 'Invoice ' PA-KEY ' no longer on the AR ledger'
			CLOSE AR-OPEN-ITEMS
			EXIT PARAGRAPH
	END-READ
	IF NOT AR-ITEM-OPEN
		DISPLAY 'Invoice is no longer open (status ' AR-STATUS
			') - write-off not applied'
		CLOSE AR-OPEN-ITEMS
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-WRITEOFF-OWING = AR-AMOUNT - AR-PAID
	IF WS-WRITEOFF-OWING NOT = WS-WRITEOFF-AMOUNT
		DISPLAY 'A receipt has come in since the proposal - '
			'write-off not applied'
		CLOSE AR-OPEN-ITEMS
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE AR-OPEN-ITEM-RECORD TO CH-LOG-BEFORE
	MOVE 'W' TO AR-STATUS
	MOVE WS-WRITEOFF-OWING TO AR-WRITTEN-OFF
	MOVE FUNCTION CURRENT-DATE(1:8) TO AR-WRITEOFF-DATE
	MOVE ZERO TO AR-RECOVERED
	REWRITE AR-OPEN-ITEM-RECORD
	MOVE SPACES TO CH-LOG-AFTER
	MOVE AR-OPEN-ITEM-RECORD TO CH-LOG-AFTER
	MOVE 'AR-ITEMS' TO CH-LOG-FILE-ID
	MOVE PA-KEY TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	CLOSE AR-OPEN-ITEMS
	DISPLAY 'Invoice ' AR-INVOICE-NO ' written off: ' AR-WRITTEN-OFF
	SET CHANGE-APPLIED TO TRUE.

*> the daily state of the queue, so nothing silts up unnoticed
WRITE-QUEUE-REPORT.
	OPEN INPUT PENDING-APPROVALS
