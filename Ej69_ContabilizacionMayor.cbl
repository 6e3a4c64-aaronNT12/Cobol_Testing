*> period / GL account with separate debit and credit totals. A line
*> whose GL account appears nowhere in GL-MAPPING.DAT is reported and
*> refused rather than silently summed into nowhere, a line dated into
*> a period PERIOD-CLOSE has shut is refused the same way, and each
*> batch's own 'T' trailer is proved against what actually came past.
*> A batch is posted whole or not at all: one that fails its proof or
*> carries a refused line stays on the journal for the next run.
*> The run closes by printing GL-TRIAL-BALANCE.PRT for GL_PERIOD
*> (default the current month): one line per GL account and, on the
*> last page, the proof that debits equal credits - an out-of-balance
*> ledger fails the cycle with RETURN-CODE 16.
*>
*> Mod history:
*> 24.12.09 AN - every batch is proved before any of it is posted. A
*>               first pass checks each batch's trailer and every line's
*>               account and period; the second posts only the batches
*>               that passed. A batch with a trailer mismatch, a refused
*>               line or no trailer at all is kept on GL-JOURNAL.DAT
*>               unposted and the step ends RETURN-CODE 8 (16 for a
*>               trailer mismatch); the journal is emptied only when
*>               every batch posted.
*> 24.12.08 AN - the journal is emptied once posted. BANK-TRANSACTION
*>               used to start it over each night, which lost any batch
*>               appended before it ran or left unposted by a night
*>               this step did not run; every writer now appends.
*> 24.10.20 AN - GL-ACCOUNTS.DAT, the chart of accounts kept by
*>               GL-CHART-MAINT, is now the authority on which GL
*>               accounts exist: a line for an account not on the
*>               chart, or on it but inactive, is refused. Without a
*>               chart the mapping table still decides. The trial
*>               balance prints each account's name from the chart.
*> 24.10.06 AN - the journal may now carry more than one batch:
*>               TELLER-BALANCE appends the teller cash over/short
*>               pairs after the posting run's trailer under a header
*>               of their own. Each 'H' header starts a fresh count,
*>               so every batch is proved against its own trailer.
*> 24.09.24 AN - journal lines now carry their currency and base
*>               amount; the ledger is kept in the base currency, so
*>               GJ-BASE-AMOUNT is what rolls into GL-BALANCES.DAT. The
*>               trailer proof covers the base totals as well.
*> 24.07.18 AN - initial version.

IDENTIFICATION DIVISION.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GB-KEY
		FILE STATUS IS GB-FILE-STATUS.
	SELECT GL-JOURNAL-HELD ASSIGN TO 'GL-JOURNAL-HELD.TMP'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PERIOD-CONTROL-SELECT.
	COPY GL-ACCOUNTS-SELECT.
	SELECT GL-TRIAL-REPORT ASSIGN TO 'GL-TRIAL-BALANCE.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
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

FD GL-JOURNAL-HELD.
01 GL-JOURNAL-HELD-RECORD PIC X(54).

FD GL-MAPPING-FILE.
01 GL-MAPPING-RECORD.

COPY PERIOD-CONTROL-FD.

COPY GL-ACCOUNTS-FD.

FD GL-TRIAL-REPORT.
01 GL-TRIAL-LINE PIC X(80).

COPY PERIOD-CONTROL-STATUS.
01 WS-PERIODS-FLAG PIC X VALUE 'N'.
	88 PERIODS-AVAILABLE VALUE 'Y'.
COPY GL-ACCOUNTS-STATUS.
01 WS-CHART-FLAG PIC X VALUE 'N'.
	88 CHART-AVAILABLE VALUE 'Y'.
01 WS-REFUSAL-REASON PIC X(40).
*> the set of GL accounts the mapping table knows, loaded at startup
01 WS-VALID-COUNT PIC 9(3) VALUE ZERO.
01 WS-VALID-TABLE.
01 WS-READ-LINE-COUNT PIC 9(8) VALUE ZERO.
01 WS-READ-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-READ-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-READ-BASE-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-READ-BASE-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-HELD-EOF PIC X VALUE 'N'.
	88 HELD-EOF VALUE 'Y'.
*> the proof pass leaves one verdict per batch, batch 0 being anything
*> ahead of the first header: 'P' posts it, 'H' holds it on the journal
01 WS-BATCH-NO PIC 9(5) VALUE ZERO.
01 WS-BATCH-RECORDS PIC 9(8) VALUE ZERO.
01 WS-BATCH-STATE PIC X VALUE 'N'.
	88 BATCH-NO-TRAILER VALUE 'N'.
	88 BATCH-PROVED VALUE 'P'.
	88 BATCH-FAILED VALUE 'F'.
01 WS-BATCH-REFUSED PIC X VALUE 'N'.
	88 BATCH-HAS-REFUSALS VALUE 'Y'.
01 WS-BATCH-VERDICT-NOW PIC X.
01 WS-BATCH-TABLE VALUE SPACES.
	05 WS-BATCH-VERDICT OCCURS 500 TIMES PIC X.
01 WS-POST-BATCH-FLAG PIC X VALUE 'N'.
	88 POSTING-THIS-BATCH VALUE 'Y'.
01 WS-HELD-BATCH-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-RECORD-COUNT PIC 9(8) VALUE ZERO.
01 WS-LINE-PERIOD PIC 9(6).
01 WS-PERIOD-TEXT PIC X(6) VALUE SPACES.
01 WS-TRIAL-PERIOD PIC 9(6).
	05 TB-DEBITS PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TB-CREDITS PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 TB-DESCRIPTION PIC X(30).
01 WS-TRIAL-TOTAL-LINE.
	05 TT-LABEL PIC X(22).
	05 TT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
	ELSE
		CLOSE PERIOD-CONTROL
	END-IF
	OPEN INPUT GL-ACCOUNTS.
	IF GA-OK
		SET CHART-AVAILABLE TO TRUE
	ELSE
		CLOSE GL-ACCOUNTS
	END-IF
	OPEN I-O GL-BALANCES.
	IF NOT GB-OK
		CLOSE GL-BALANCES
	MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF FS-STATUS-OK
		PERFORM PROVE-JOURNAL-BATCHES
		CLOSE GL-JOURNAL
		PERFORM POST-PROVED-BATCHES
	ELSE
		DISPLAY 'No GL-JOURNAL.DAT tonight - nothing to post'
		CLOSE GL-JOURNAL
	END-IF.
	PERFORM WRITE-GL-TRIAL-BALANCE.
	CLOSE GL-BALANCES.
	IF PERIODS-AVAILABLE
		CLOSE PERIOD-CONTROL
	END-IF
	IF CHART-AVAILABLE
		CLOSE GL-ACCOUNTS
	END-IF
	DISPLAY 'GL posting: ' WS-POSTED-COUNT ' line(s) posted, '
		WS-REFUSED-COUNT ' refused'.
	MOVE WS-POSTED-COUNT TO JS-RECORDS-WRITTEN.
	END-PERFORM
	CLOSE GL-MAPPING-FILE.

*> first pass: nothing is posted yet. Each batch is proved against its
*> trailer and every line is checked against the chart and the period
*> calendar, so the verdict on the batch is known before any of it
*> reaches GL-BALANCES.DAT
PROVE-JOURNAL-BATCHES.
	MOVE ZERO TO WS-BATCH-NO
	PERFORM START-JOURNAL-BATCH
	READ GL-JOURNAL
		AT END SET END-OF-JOURNAL TO TRUE
	END-READ
	PERFORM UNTIL END-OF-JOURNAL
		ADD 1 TO JS-RECORDS-READ
		IF GJ-RECORD-TYPE = 'H'
			PERFORM END-JOURNAL-BATCH
			ADD 1 TO WS-BATCH-NO
			PERFORM START-JOURNAL-BATCH
		END-IF
		ADD 1 TO WS-BATCH-RECORDS
		EVALUATE GJ-RECORD-TYPE
			WHEN 'D'
				PERFORM PROVE-ONE-LINE THRU PROVE-ONE-LINE-EXIT
			WHEN 'T'
				PERFORM CHECK-JOURNAL-TRAILER
			WHEN OTHER
				CONTINUE
		READ GL-JOURNAL
			AT END SET END-OF-JOURNAL TO TRUE
		END-READ
	END-PERFORM
	PERFORM END-JOURNAL-BATCH.

PROVE-ONE-LINE.
	IF NOT BATCH-NO-TRAILER
		DISPLAY 'Journal line for GL account ' GJ-GL-ACCOUNT
			' follows its batch trailer'
		SET BATCH-FAILED TO TRUE
	END-IF
	ADD 1 TO WS-READ-LINE-COUNT
	IF GJ-DR-CR = 'D'
		ADD GJ-AMOUNT TO WS-READ-DEBIT-TOTAL
		ADD GJ-BASE-AMOUNT TO WS-READ-BASE-DEBIT-TOTAL
	ELSE
		ADD GJ-AMOUNT TO WS-READ-CREDIT-TOTAL
		ADD GJ-BASE-AMOUNT TO WS-READ-BASE-CREDIT-TOTAL
	END-IF
	PERFORM CHECK-GL-ACCOUNT-KNOWN
	IF NOT GL-ACCOUNT-KNOWN
		ADD 1 TO WS-REFUSED-COUNT
		SET BATCH-HAS-REFUSALS TO TRUE
		DISPLAY 'Journal line for GL account ' GJ-GL-ACCOUNT
			' refused - ' WS-REFUSAL-REASON
		MOVE GJ-GL-ACCOUNT TO EL-TRACKED-RESOURCE
		MOVE WS-REFUSAL-REASON TO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		GO TO PROVE-ONE-LINE-EXIT
	END-IF
	IF PERIODS-AVAILABLE
		MOVE GJ-DATE(1:6) TO PD-PERIOD
		READ PERIOD-CONTROL
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF PD-PERIOD-CLOSED
					ADD 1 TO WS-REFUSED-COUNT
					SET BATCH-HAS-REFUSALS TO TRUE
					DISPLAY 'Journal line dated ' GJ-DATE
						' refused - period is closed'
					MOVE GJ-GL-ACCOUNT TO EL-TRACKED-RESOURCE
					MOVE 'journal line for closed period'
						TO EL-ERROR-MESSAGE
					PERFORM LOG-ERROR-TO-SYSERR
				END-IF
		END-READ
	END-IF.
	PROVE-ONE-LINE-EXIT.
	EXIT.

*> a batch posts only when its trailer proved it and none of its lines
*> was refused; anything else is held whole, so a rerun after the chart
*> or the period calendar is put right posts it without doubling the
*> lines that were good
END-JOURNAL-BATCH.
	MOVE 'P' TO WS-BATCH-VERDICT-NOW
	IF WS-BATCH-RECORDS > ZERO
		EVALUATE TRUE
			WHEN BATCH-NO-TRAILER
				MOVE 'H' TO WS-BATCH-VERDICT-NOW
				DISPLAY 'GL journal batch ' WS-BATCH-NO
					' carries no trailer - held'
			WHEN BATCH-FAILED
				MOVE 'H' TO WS-BATCH-VERDICT-NOW
				DISPLAY 'GL journal batch ' WS-BATCH-NO
					' failed its trailer proof - held'
			WHEN BATCH-HAS-REFUSALS
				MOVE 'H' TO WS-BATCH-VERDICT-NOW
				DISPLAY 'GL journal batch ' WS-BATCH-NO
					' has refused line(s) - held'
			WHEN WS-BATCH-NO NOT < 500
				MOVE 'H' TO WS-BATCH-VERDICT-NOW
				DISPLAY 'GL journal batch ' WS-BATCH-NO
					' is past the batch table - held'
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-IF
	IF WS-BATCH-VERDICT-NOW = 'H'
		ADD 1 TO WS-HELD-BATCH-COUNT
	END-IF
	IF WS-BATCH-NO < 500
		MOVE WS-BATCH-VERDICT-NOW TO WS-BATCH-VERDICT(WS-BATCH-NO + 1)
	END-IF.

*> second pass: the lines of every proved batch go to the ledger and
*> every other record is copied aside; the journal then keeps only what
*> was copied aside, or is emptied when that is nothing
POST-PROVED-BATCHES.
	OPEN INPUT GL-JOURNAL
	OPEN OUTPUT GL-JOURNAL-HELD
	MOVE 'OPEN GL-JOURNAL-HELD' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF NOT FS-STATUS-OK
		DISPLAY 'Cannot set unproved batches aside - nothing posted'
		CLOSE GL-JOURNAL
		CLOSE GL-JOURNAL-HELD
		MOVE 16 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	MOVE ZERO TO WS-BATCH-NO
	PERFORM SET-BATCH-POSTING
	READ GL-JOURNAL
		AT END SET END-OF-JOURNAL TO TRUE
	END-READ
	PERFORM UNTIL END-OF-JOURNAL
		IF GJ-RECORD-TYPE = 'H'
			ADD 1 TO WS-BATCH-NO
			PERFORM SET-BATCH-POSTING
		END-IF
		IF POSTING-THIS-BATCH
			IF GJ-RECORD-TYPE = 'D'
				PERFORM POST-ONE-LINE
			END-IF
		ELSE
			WRITE GL-JOURNAL-HELD-RECORD FROM GL-JOURNAL-RECORD
			ADD 1 TO WS-HELD-RECORD-COUNT
		END-IF
		READ GL-JOURNAL
			AT END SET END-OF-JOURNAL TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-JOURNAL
	CLOSE GL-JOURNAL-HELD
	IF WS-HELD-RECORD-COUNT = ZERO
		PERFORM EMPTY-POSTED-JOURNAL
	ELSE
		PERFORM KEEP-HELD-BATCHES
		DISPLAY 'GL posting: ' WS-HELD-BATCH-COUNT
			' batch(es) held unposted on GL-JOURNAL.DAT'
		IF RETURN-CODE < 8
			MOVE 8 TO RETURN-CODE
		END-IF
	END-IF.

SET-BATCH-POSTING.
	MOVE 'N' TO WS-POST-BATCH-FLAG
	IF WS-BATCH-NO < 500
		IF WS-BATCH-VERDICT(WS-BATCH-NO + 1) = 'P'
			SET POSTING-THIS-BATCH TO TRUE
		END-IF
	END-IF.

POST-ONE-LINE.
	MOVE GJ-DATE(1:6) TO WS-LINE-PERIOD
	MOVE WS-LINE-PERIOD TO GB-PERIOD
	MOVE GJ-GL-ACCOUNT TO GB-GL-ACCOUNT
	READ GL-BALANCES
			REWRITE GL-BALANCES-RECORD
	END-READ
	ADD 1 TO WS-POSTED-COUNT.

*> the ledger is in the base currency whatever the line's currency
ACCUMULATE-LINE-AMOUNT.
	IF GJ-DR-CR = 'D'
		ADD GJ-BASE-AMOUNT TO GB-DEBIT-TOTAL
		ADD GJ-BASE-AMOUNT TO WS-RUN-DEBIT-TOTAL
	ELSE
		ADD GJ-BASE-AMOUNT TO GB-CREDIT-TOTAL
		ADD GJ-BASE-AMOUNT TO WS-RUN-CREDIT-TOTAL
	END-IF.

*> with a chart of accounts the chart decides; the mapping table is the
*> fallback for a ledger that has none yet
CHECK-GL-ACCOUNT-KNOWN.
	MOVE 'N' TO WS-ACCOUNT-KNOWN
	IF CHART-AVAILABLE
		MOVE GJ-GL-ACCOUNT TO GA-GL-ACCOUNT
		READ GL-ACCOUNTS
			INVALID KEY
				MOVE 'GL account not on chart of accounts'
					TO WS-REFUSAL-REASON
			NOT INVALID KEY
				IF GA-ACTIVE
					SET GL-ACCOUNT-KNOWN TO TRUE
				ELSE
					MOVE 'GL account is inactive' TO WS-REFUSAL-REASON
				END-IF
		END-READ
		EXIT PARAGRAPH
	END-IF
	MOVE 'GL account not on mapping table' TO WS-REFUSAL-REASON
	PERFORM VARYING WS-VALID-SUB FROM 1 BY 1
		UNTIL WS-VALID-SUB > WS-VALID-COUNT
		IF WS-VALID-ACCOUNT(WS-VALID-SUB) = GJ-GL-ACCOUNT
		END-IF
	END-PERFORM.

*> every batch on the journal has now reached GL-BALANCES.DAT; the
*> writers all append, so the journal is emptied here rather than by the
*> first of them each night, and a batch journalled while this step was
*> held waits for it instead of being lost
EMPTY-POSTED-JOURNAL.
	OPEN OUTPUT GL-JOURNAL
	MOVE 'EMPTY GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE GL-JOURNAL.

*> the batches that did not post become the whole journal
KEEP-HELD-BATCHES.
	OPEN INPUT GL-JOURNAL-HELD
	OPEN OUTPUT GL-JOURNAL
	MOVE 'REWRITE GL-JOURNAL' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE 'N' TO WS-HELD-EOF
	READ GL-JOURNAL-HELD
		AT END SET HELD-EOF TO TRUE
	END-READ
	PERFORM UNTIL HELD-EOF
		WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-HELD-RECORD
		READ GL-JOURNAL-HELD
			AT END SET HELD-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE GL-JOURNAL-HELD
	CLOSE GL-JOURNAL.

*> each batch on the journal is proved by itself, so its header
*> clears the totals the previous batch's trailer was proved against
START-JOURNAL-BATCH.
	MOVE ZERO TO WS-BATCH-RECORDS
	MOVE 'N' TO WS-BATCH-STATE
	MOVE 'N' TO WS-BATCH-REFUSED
	MOVE ZERO TO WS-READ-LINE-COUNT
	MOVE ZERO TO WS-READ-DEBIT-TOTAL
	MOVE ZERO TO WS-READ-CREDIT-TOTAL
	MOVE ZERO TO WS-READ-BASE-DEBIT-TOTAL
	MOVE ZERO TO WS-READ-BASE-CREDIT-TOTAL.

*> the same handoff discipline as the transaction feeds: the journal
*> trailer must agree with what this run actually read past
CHECK-JOURNAL-TRAILER.
	IF GJT-RECORD-COUNT NOT = WS-READ-LINE-COUNT
		OR GJT-DEBIT-TOTAL NOT = WS-READ-DEBIT-TOTAL
		OR GJT-CREDIT-TOTAL NOT = WS-READ-CREDIT-TOTAL
		OR GJT-BASE-DEBIT-TOTAL NOT = WS-READ-BASE-DEBIT-TOTAL
		OR GJT-BASE-CREDIT-TOTAL NOT = WS-READ-BASE-CREDIT-TOTAL
		DISPLAY '*** GL JOURNAL TRAILER MISMATCH ***'
		DISPLAY 'EXPECTED ' GJT-RECORD-COUNT ' / ' GJT-DEBIT-TOTAL
			' / ' GJT-CREDIT-TOTAL
		DISPLAY '   BASE  ' GJT-BASE-DEBIT-TOTAL ' / '
			GJT-BASE-CREDIT-TOTAL
		DISPLAY 'ACTUAL   ' WS-READ-LINE-COUNT ' / '
			WS-READ-DEBIT-TOTAL ' / ' WS-READ-CREDIT-TOTAL
		DISPLAY '   BASE  ' WS-READ-BASE-DEBIT-TOTAL ' / '
			WS-READ-BASE-CREDIT-TOTAL
		SET BATCH-FAILED TO TRUE
		MOVE 16 TO RETURN-CODE
	ELSE
		IF BATCH-NO-TRAILER
			SET BATCH-PROVED TO TRUE
		END-IF
	END-IF.

*> one line per GL account carrying balances for the period, and the
				MOVE GB-GL-ACCOUNT TO TB-GL-ACCOUNT
				MOVE GB-DEBIT-TOTAL TO TB-DEBITS
				MOVE GB-CREDIT-TOTAL TO TB-CREDITS
				MOVE SPACES TO TB-DESCRIPTION
				IF CHART-AVAILABLE
					MOVE GB-GL-ACCOUNT TO GA-GL-ACCOUNT
					READ GL-ACCOUNTS
						INVALID KEY
							MOVE '(NOT ON CHART OF ACCOUNTS)'
								TO TB-DESCRIPTION
						NOT INVALID KEY
							MOVE GA-DESCRIPTION TO TB-DESCRIPTION
					END-READ
				END-IF
				MOVE WS-TRIAL-DETAIL TO GL-TRIAL-LINE
				WRITE GL-TRIAL-LINE
				ADD GB-DEBIT-TOTAL TO WS-TB-DEBIT-TOTAL
