*> Purpose: Inbound feed arrival and repeat check ahead of the nightly cycle
*>
*> The cycle starts at its fixed time whether or not the night's feeds
*> have come in, and a feed left over from the night before looks no
*> different from a fresh one - twice that meant yesterday's file was
*> posted again. This runs as the first step of nightly-batch.sh and
*> checks every feed on FEED-REGISTRY.DAT (kept by hand, one line per
*> feed: file name, expected arrival time hhmm, R required or O
*> optional, owning team, the batch streams that read it, the trailer
*> layout and whether it is checked for repeats):
*>
*>   MISSING      a required feed that is not there
*>   EMPTY        a required feed with no records
*>   BAD TRAILER  a feed whose layout ends in a control trailer ('C':
*>                the record count and amount hash of TRANSACTION.DAT)
*>                without one, with details after it, or with a count
*>                or hash the details do not add up to
*>   REPEATED     content already seen on an earlier night - the
*>                record count, a checksum over every byte and the
*>                first record all match a fingerprint on
*>                FEED-HISTORY.DAT
*>   ACCEPTED     none of the above; an optional feed that has not
*>                come is ABSENT and holds nothing
*>
*> Each accepted feed's fingerprint goes onto FEED-HISTORY.DAT under
*> tonight's batch date, so a rerun tonight finds its own entry and
*> passes, while the same file still sitting there tomorrow is caught.
*> A feed that really is meant to come twice is released by naming it
*> in FEED_ACCEPT (blank-separated file names) for the rerun.
*>
*> Every feed held writes a feed_hold line for its streams to
*> FEED-HOLDS.sh, which nightly-batch.sh sources so those streams (and
*> every stream downstream of them) are held with the reason; the
*> state of each feed goes to FEED-STATUS.DAT for the top of
*> MORNING-DASHBOARD, the detail to FEED-CHECK.RPT, and each hold to
*> the error log under the feed's name for its owning team. The step
*> ends 4 when anything was held, so RUN-CONTROL leaves it open and
*> the rerun that follows the feed's arrival checks again. With no
*> FEED-REGISTRY.DAT the standard feeds are written to it first.
*> A feed no nightly stream reads (RETURNS-FEED.DAT and AR-RECEIPTS.DAT
*> are taken up by RETURNS-PROCESS and AR-PAYMENTS when the operator
*> runs them) is registered with no streams and no repeat check, so it
*> is only reported.
*>
*> Mod history:
*> 24.12.09 AN - RETURNS-FEED.DAT and AR-RECEIPTS.DAT are registered
*>               report only: no streams and no repeat check, since no
*>               nightly stream reads them.
*> 24.12.07 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. FEED-CHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL FEED-REGISTRY ASSIGN TO 'FEED-REGISTRY.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FR-FILE-STATUS.
	SELECT INBOUND-FEED ASSIGN TO DYNAMIC WS-FEED-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IF-FILE-STATUS.
	SELECT OPTIONAL FEED-HISTORY ASSIGN TO 'FEED-HISTORY.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FH-FILE-STATUS.
	SELECT FEED-STATUS-FILE ASSIGN TO 'FEED-STATUS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT FEED-HOLDS ASSIGN TO 'FEED-HOLDS.sh'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT FEED-CHECK-REPORT ASSIGN TO 'FEED-CHECK.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
FD FEED-REGISTRY.
01 FEED-REGISTRY-RECORD.
	05 FR-FILE-NAME PIC X(30).
	05 FR-ARRIVAL-TIME PIC 9(4).
	05 FR-REQUIRED PIC X.
		88 FR-FEED-REQUIRED VALUE 'R'.
	05 FR-TEAM PIC X(20).
	05 FR-STREAMS PIC X(30).
	05 FR-TRAILER PIC X.
		88 FR-COUNT-HASH-TRAILER VALUE 'C'.
	05 FR-REPEAT-CHECK PIC X.
		88 FR-CHECK-REPEATS VALUE 'Y'.

*> any line-sequential feed; the 'C' trailer layout is the one
*> TRANSACTION.DAT shares with STANDING-ORDER-GEN and BANK-TRANSACTION
FD INBOUND-FEED.
01 INBOUND-FEED-RECORD PIC X(200).
01 INBOUND-DETAIL-RECORD REDEFINES INBOUND-FEED-RECORD.
	05 ID-ACCOUNT-NO PIC 9(10).
	05 ID-TYPE PIC X.
	05 ID-AMOUNT PIC 9(7)V99.
	05 FILLER PIC X(180).
01 INBOUND-TRAILER-RECORD REDEFINES INBOUND-FEED-RECORD.
	05 IT-RECORD-COUNT PIC 9(10).
	05 IT-TYPE PIC X.
	05 IT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(180).

FD FEED-HISTORY.
01 FEED-HISTORY-RECORD.
	05 FH-FILE-NAME PIC X(30).
	05 FH-BATCH-DATE PIC 9(8).
	05 FH-RECORD-COUNT PIC 9(9).
	05 FH-CHECKSUM PIC 9(9).
	05 FH-FIRST-RECORD PIC X(40).

FD FEED-STATUS-FILE.
01 FEED-STATUS-RECORD.
	05 FT-BATCH-DATE PIC 9(8).
	05 FT-FILE-NAME PIC X(30).
	05 FT-STATE PIC X(12).
	05 FT-REQUIRED PIC X.
	05 FT-TEAM PIC X(20).
	05 FT-STREAMS PIC X(30).
	05 FT-NOTE PIC X(40).

FD FEED-HOLDS.
01 FEED-HOLDS-LINE PIC X(132).

FD FEED-CHECK-REPORT.
01 FEED-CHECK-REPORT-LINE PIC X(132).

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 FR-FILE-STATUS PIC X(2).
	88 FR-OK VALUE '00'.
01 IF-FILE-STATUS PIC X(2).
	88 IF-OK VALUE '00'.
01 FH-FILE-STATUS PIC X(2).
	88 FH-OK VALUE '00'.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-TODAY-DATE PIC 9(8).
01 WS-NOW-TIME PIC 9(4).
01 WS-FEED-NAME PIC X(30).
01 WS-ACCEPT-LIST PIC X(200) VALUE SPACES.
*> the registry, read once
01 WS-REG-COUNT PIC 9(2) VALUE ZERO.
01 WS-REG-TABLE.
	05 WS-REG-ENTRY OCCURS 50 TIMES.
		10 WS-REG-FILE-NAME PIC X(30).
		10 WS-REG-ARRIVAL-TIME PIC 9(4).
		10 WS-REG-REQUIRED PIC X.
		10 WS-REG-TEAM PIC X(20).
		10 WS-REG-STREAMS PIC X(30).
		10 WS-REG-TRAILER PIC X.
		10 WS-REG-REPEAT-CHECK PIC X.
01 WS-REG-SUB PIC 9(2).
*> the standard feeds, written to FEED-REGISTRY.DAT when there is none
01 WS-STANDARD-FEED-VALUES.
	05 FILLER PIC X(30) VALUE 'TRANSACTION.DAT'.
	05 FILLER PIC 9(4) VALUE 2200.
	05 FILLER PIC X VALUE 'R'.
	05 FILLER PIC X(20) VALUE 'CHANNELS'.
	05 FILLER PIC X(30) VALUE 'banking'.
	05 FILLER PIC X VALUE 'C'.
	05 FILLER PIC X VALUE 'Y'.
	05 FILLER PIC X(30) VALUE 'MOVIMIENTOS.DAT'.
	05 FILLER PIC 9(4) VALUE 2130.
	05 FILLER PIC X VALUE 'R'.
	05 FILLER PIC X(20) VALUE 'WAREHOUSE'.
	05 FILLER PIC X(30) VALUE 'inventory'.
	05 FILLER PIC X VALUE SPACE.
	05 FILLER PIC X VALUE 'Y'.
	05 FILLER PIC X(30) VALUE 'EMPLOYEE.DAT'.
	05 FILLER PIC 9(4) VALUE 1900.
	05 FILLER PIC X VALUE 'R'.
	05 FILLER PIC X(20) VALUE 'HUMAN RESOURCES'.
	05 FILLER PIC X(30) VALUE 'payroll'.
	05 FILLER PIC X VALUE SPACE.
	05 FILLER PIC X VALUE 'N'.
	05 FILLER PIC X(30) VALUE 'RETURNS-FEED.DAT'.
	05 FILLER PIC 9(4) VALUE 2200.
	05 FILLER PIC X VALUE 'O'.
	05 FILLER PIC X(20) VALUE 'CLEARING'.
	05 FILLER PIC X(30) VALUE SPACES.
	05 FILLER PIC X VALUE SPACE.
	05 FILLER PIC X VALUE 'N'.
	05 FILLER PIC X(30) VALUE 'AR-RECEIPTS.DAT'.
	05 FILLER PIC 9(4) VALUE 2100.
	05 FILLER PIC X VALUE 'O'.
	05 FILLER PIC X(20) VALUE 'RECEIVABLES'.
	05 FILLER PIC X(30) VALUE SPACES.
	05 FILLER PIC X VALUE SPACE.
	05 FILLER PIC X VALUE 'N'.
01 WS-STANDARD-FEEDS REDEFINES WS-STANDARD-FEED-VALUES.
	05 WS-STANDARD-FEED OCCURS 5 TIMES PIC X(87).
01 WS-STANDARD-SUB PIC 9.
*> what the current feed turned out to be
01 WS-FEED-STATE PIC X(13).
	88 FEED-ACCEPTED VALUE 'ACCEPTED'.
	88 FEED-ABSENT VALUE 'ABSENT'.
	88 FEED-MISSING VALUE 'MISSING'.
	88 FEED-EMPTY VALUE 'EMPTY'.
	88 FEED-BAD-TRAILER VALUE 'BAD TRAILER'.
	88 FEED-REPEATED VALUE 'REPEATED'.
	88 FEED-HELD VALUES 'MISSING' 'EMPTY' 'BAD TRAILER' 'REPEATED'.
01 WS-FEED-NOTE PIC X(40).
01 WS-DUE-TIME PIC 9(4).
01 WS-DUE-PARTS REDEFINES WS-DUE-TIME.
	05 WS-DUE-HOURS PIC 99.
	05 WS-DUE-MINUTES PIC 99.
01 WS-RECORD-COUNT PIC 9(9).
01 WS-DETAIL-COUNT PIC 9(10).
01 WS-DETAIL-HASH PIC 9(7)V99.
01 WS-TRAILER-FLAG PIC X.
	88 TRAILER-SEEN VALUE 'Y'.
01 WS-AFTER-TRAILER PIC 9(9).
01 WS-TRAILER-COUNT PIC 9(10).
01 WS-TRAILER-HASH PIC 9(7)V99.
01 WS-FIRST-RECORD PIC X(40).
*> the fingerprint checksum: each byte weighted by its column, each
*> record's sum folded in by record order
01 WS-CHECKSUM PIC 9(9).
01 WS-CHECKSUM-WORK PIC 9(11).
01 WS-RECORD-SUM PIC 9(9).
01 WS-CHAR-SUB PIC 9(3).
01 WS-SAME-NIGHT PIC X.
	88 SEEN-TONIGHT VALUE 'Y'.
01 WS-PRIOR-DATE PIC 9(8).
01 WS-RELEASE-FLAG PIC X.
	88 OPERATOR-RELEASED VALUE 'Y'.
01 WS-ACCEPT-FRAME PIC X(202).
01 WS-ACCEPT-PROBE PIC X(32).
01 WS-PROBE-LENGTH PIC 9(3).
01 WS-PROBE-HITS PIC 9(3).
*> fingerprints to add to FEED-HISTORY.DAT once the scan is done
01 WS-NEW-COUNT PIC 9(2) VALUE ZERO.
01 WS-NEW-TABLE.
	05 WS-NEW-ENTRY OCCURS 50 TIMES.
		10 WS-NEW-FILE-NAME PIC X(30).
		10 WS-NEW-RECORD-COUNT PIC 9(9).
		10 WS-NEW-CHECKSUM PIC 9(9).
		10 WS-NEW-FIRST-RECORD PIC X(40).
01 WS-NEW-SUB PIC 9(2).
01 WS-ACCEPTED-COUNT PIC 9(3) VALUE ZERO.
01 WS-ABSENT-COUNT PIC 9(3) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
01 WS-REPEATED-COUNT PIC 9(3) VALUE ZERO.
01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
01 WS-FEED-DETAIL.
	05 FD-FILE-NAME PIC X(20).
	05 FILLER PIC X(1) VALUE SPACES.
	05 FD-REQUIRED PIC X(8).
	05 FILLER PIC X(1) VALUE SPACES.
	05 FD-DUE-HOURS PIC 99.
	05 FILLER PIC X(1) VALUE ':'.
	05 FD-DUE-MINUTES PIC 99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FD-STATE PIC X(12).
	05 FD-RECORDS PIC ZZZZZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FD-CHECKSUM PIC 9(9).
	05 FILLER PIC X(2) VALUE SPACES.
	05 FD-TEAM PIC X(16).
	05 FILLER PIC X(1) VALUE SPACES.
	05 FD-NOTE PIC X(40).
01 WS-HEADING-1.
	05 FILLER PIC X(20) VALUE 'FEED'.
	05 FILLER PIC X(1) VALUE SPACES.
	05 FILLER PIC X(8) VALUE 'NEED'.
	05 FILLER PIC X(1) VALUE SPACES.
	05 FILLER PIC X(5) VALUE 'DUE'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(12) VALUE 'STATE'.
	05 FILLER PIC X(9) VALUE '  RECORDS'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(9) VALUE 'CHECKSUM'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(16) VALUE 'OWNER'.
	05 FILLER PIC X(1) VALUE SPACES.
	05 FILLER PIC X(40) VALUE 'NOTE'.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'FEED-CHECK' TO JS-CALLING-PROGRAM.
	MOVE 'FEED-CHECK' TO EL-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.
	ACCEPT WS-ACCEPT-LIST FROM ENVIRONMENT 'FEED_ACCEPT'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	PERFORM LOAD-FEED-REGISTRY THRU LOAD-FEED-REGISTRY-EXIT.
	OPEN OUTPUT FEED-CHECK-REPORT.
	OPEN OUTPUT FEED-STATUS-FILE.
	OPEN OUTPUT FEED-HOLDS.
	MOVE '# feeds held by FEED-CHECK - sourced by nightly-batch.sh'
		TO FEED-HOLDS-LINE
	WRITE FEED-HOLDS-LINE
	MOVE SPACES TO FEED-CHECK-REPORT-LINE
	STRING 'INBOUND FEED CHECK - BATCH DATE ' WS-TODAY-DATE
		' AT ' WS-NOW-TIME
		DELIMITED BY SIZE INTO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	MOVE SPACES TO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	MOVE WS-HEADING-1 TO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	PERFORM VARYING WS-REG-SUB FROM 1 BY 1
		UNTIL WS-REG-SUB > WS-REG-COUNT
		PERFORM CHECK-ONE-FEED THRU CHECK-ONE-FEED-EXIT
	END-PERFORM
	PERFORM WRITE-FEED-SUMMARY.
	CLOSE FEED-CHECK-REPORT.
	CLOSE FEED-STATUS-FILE.
	CLOSE FEED-HOLDS.
	PERFORM SAVE-FEED-HISTORY.
	MOVE WS-HELD-COUNT TO JS-RECORDS-REJECTED
	IF WS-HELD-COUNT > ZERO
		DISPLAY '*** ' WS-HELD-COUNT ' feed(s) held - '
			WS-MISSING-COUNT ' missing, '
			WS-REPEATED-COUNT ' repeated - see FEED-CHECK.RPT ***'
		MOVE 4 TO RETURN-CODE
	ELSE
		DISPLAY 'Inbound feeds in order - ' WS-ACCEPTED-COUNT
			' accepted, ' WS-ABSENT-COUNT ' optional absent'
	END-IF.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the registry is small and read once; with none on hand the
*> standard feeds are written out as the starting registry
LOAD-FEED-REGISTRY.
	OPEN INPUT FEED-REGISTRY
	IF FR-FILE-STATUS = '05'
		CLOSE FEED-REGISTRY
		PERFORM SEED-FEED-REGISTRY
		OPEN INPUT FEED-REGISTRY
	END-IF
	IF NOT FR-OK
		CLOSE FEED-REGISTRY
		DISPLAY 'FEED-REGISTRY.DAT cannot be read - status '
			FR-FILE-STATUS
		GO TO LOAD-FEED-REGISTRY-EXIT
	END-IF
	MOVE 'N' TO WS-EOF
	READ FEED-REGISTRY
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF FR-FILE-NAME NOT = SPACES AND FR-FILE-NAME(1:1) NOT = '#'
			AND WS-REG-COUNT < 50
			ADD 1 TO WS-REG-COUNT
			MOVE FR-FILE-NAME TO WS-REG-FILE-NAME(WS-REG-COUNT)
			IF FR-ARRIVAL-TIME IS NUMERIC
				MOVE FR-ARRIVAL-TIME TO WS-REG-ARRIVAL-TIME(WS-REG-COUNT)
			ELSE
				MOVE ZERO TO WS-REG-ARRIVAL-TIME(WS-REG-COUNT)
			END-IF
			MOVE FR-REQUIRED TO WS-REG-REQUIRED(WS-REG-COUNT)
			MOVE FR-TEAM TO WS-REG-TEAM(WS-REG-COUNT)
			MOVE FR-STREAMS TO WS-REG-STREAMS(WS-REG-COUNT)
			MOVE FR-TRAILER TO WS-REG-TRAILER(WS-REG-COUNT)
			MOVE FR-REPEAT-CHECK TO WS-REG-REPEAT-CHECK(WS-REG-COUNT)
		END-IF
		READ FEED-REGISTRY
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE FEED-REGISTRY.
LOAD-FEED-REGISTRY-EXIT.
	EXIT.

SEED-FEED-REGISTRY.
	OPEN OUTPUT FEED-REGISTRY
	PERFORM VARYING WS-STANDARD-SUB FROM 1 BY 1
		UNTIL WS-STANDARD-SUB > 5
		MOVE WS-STANDARD-FEED(WS-STANDARD-SUB) TO FEED-REGISTRY-RECORD
		WRITE FEED-REGISTRY-RECORD
	END-PERFORM
	CLOSE FEED-REGISTRY
	DISPLAY 'No FEED-REGISTRY.DAT - the standard feeds were registered'.

CHECK-ONE-FEED.
	MOVE WS-REG-FILE-NAME(WS-REG-SUB) TO WS-FEED-NAME
	MOVE SPACES TO WS-FEED-STATE WS-FEED-NOTE WS-FIRST-RECORD
	MOVE ZERO TO WS-RECORD-COUNT WS-DETAIL-COUNT WS-DETAIL-HASH
		WS-AFTER-TRAILER WS-TRAILER-COUNT WS-TRAILER-HASH WS-CHECKSUM
	MOVE 'N' TO WS-TRAILER-FLAG
	OPEN INPUT INBOUND-FEED
	IF NOT IF-OK
		CLOSE INBOUND-FEED
		IF WS-REG-REQUIRED(WS-REG-SUB) = 'R'
			SET FEED-MISSING TO TRUE
			IF WS-NOW-TIME < WS-REG-ARRIVAL-TIME(WS-REG-SUB)
				MOVE 'not yet due' TO WS-FEED-NOTE
			ELSE
				MOVE 'not arrived by its due time' TO WS-FEED-NOTE
			END-IF
		ELSE
			SET FEED-ABSENT TO TRUE
			MOVE 'optional - not sent tonight' TO WS-FEED-NOTE
		END-IF
		GO TO CHECK-ONE-FEED-RECORD
	END-IF
	MOVE 'N' TO WS-EOF
	READ INBOUND-FEED
		AT END SET END-OF-FILE TO TRUE
	END-READ
	IF NOT END-OF-FILE
		MOVE INBOUND-FEED-RECORD TO WS-FIRST-RECORD
	END-IF
	PERFORM UNTIL END-OF-FILE
		PERFORM TAKE-FEED-RECORD
		READ INBOUND-FEED
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE INBOUND-FEED
	ADD WS-RECORD-COUNT TO JS-RECORDS-READ
	IF WS-RECORD-COUNT = ZERO
		IF WS-REG-REQUIRED(WS-REG-SUB) = 'R'
			SET FEED-EMPTY TO TRUE
			MOVE 'file is there but has no records' TO WS-FEED-NOTE
		ELSE
			SET FEED-ACCEPTED TO TRUE
			MOVE 'optional - empty tonight' TO WS-FEED-NOTE
		END-IF
		GO TO CHECK-ONE-FEED-RECORD
	END-IF
	IF WS-REG-TRAILER(WS-REG-SUB) = 'C'
		PERFORM PROVE-FEED-TRAILER
		IF FEED-BAD-TRAILER
			GO TO CHECK-ONE-FEED-RECORD
		END-IF
	END-IF
	SET FEED-ACCEPTED TO TRUE
	IF WS-REG-REPEAT-CHECK(WS-REG-SUB) = 'Y'
		PERFORM FIND-PRIOR-FINGERPRINT
		IF SEEN-TONIGHT
			MOVE 'already checked tonight' TO WS-FEED-NOTE
			GO TO CHECK-ONE-FEED-RECORD
		END-IF
		IF WS-PRIOR-DATE NOT = ZERO
			PERFORM CHECK-OPERATOR-RELEASE
			IF OPERATOR-RELEASED
				STRING 'same as ' WS-PRIOR-DATE ' - operator released'
					DELIMITED BY SIZE INTO WS-FEED-NOTE
			ELSE
				SET FEED-REPEATED TO TRUE
				STRING 'same content as the feed of ' WS-PRIOR-DATE
					DELIMITED BY SIZE INTO WS-FEED-NOTE
				GO TO CHECK-ONE-FEED-RECORD
			END-IF
		END-IF
	END-IF
	IF WS-NEW-COUNT < 50
		ADD 1 TO WS-NEW-COUNT
		MOVE WS-FEED-NAME TO WS-NEW-FILE-NAME(WS-NEW-COUNT)
		MOVE WS-RECORD-COUNT TO WS-NEW-RECORD-COUNT(WS-NEW-COUNT)
		MOVE WS-CHECKSUM TO WS-NEW-CHECKSUM(WS-NEW-COUNT)
		MOVE WS-FIRST-RECORD TO WS-NEW-FIRST-RECORD(WS-NEW-COUNT)
	END-IF.
CHECK-ONE-FEED-RECORD.
	PERFORM RECORD-FEED-STATE.
CHECK-ONE-FEED-EXIT.
	EXIT.

*> every record goes into the fingerprint; on a trailer layout the
*> details are counted and hashed the way STANDING-ORDER-GEN does
TAKE-FEED-RECORD.
	ADD 1 TO WS-RECORD-COUNT
	MOVE ZERO TO WS-RECORD-SUM
	PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1 UNTIL WS-CHAR-SUB > 200
		COMPUTE WS-RECORD-SUM = WS-RECORD-SUM
			+ FUNCTION ORD(INBOUND-FEED-RECORD(WS-CHAR-SUB:1)) * WS-CHAR-SUB
	END-PERFORM
	COMPUTE WS-CHECKSUM-WORK = WS-CHECKSUM * 31 + WS-RECORD-SUM
	COMPUTE WS-CHECKSUM = FUNCTION MOD(WS-CHECKSUM-WORK, 999999937)
	IF WS-REG-TRAILER(WS-REG-SUB) NOT = 'C'
		EXIT PARAGRAPH
	END-IF
	IF TRAILER-SEEN
		ADD 1 TO WS-AFTER-TRAILER
		EXIT PARAGRAPH
	END-IF
	IF IT-TYPE = 'C'
		SET TRAILER-SEEN TO TRUE
		MOVE IT-RECORD-COUNT TO WS-TRAILER-COUNT
		MOVE IT-HASH-TOTAL TO WS-TRAILER-HASH
	ELSE
		ADD 1 TO WS-DETAIL-COUNT
		IF ID-AMOUNT IS NUMERIC
			ADD ID-AMOUNT TO WS-DETAIL-HASH
		END-IF
	END-IF.

PROVE-FEED-TRAILER.
	EVALUATE TRUE
		WHEN NOT TRAILER-SEEN
			SET FEED-BAD-TRAILER TO TRUE
			MOVE 'no control trailer' TO WS-FEED-NOTE
		WHEN WS-AFTER-TRAILER > ZERO
			SET FEED-BAD-TRAILER TO TRUE
			MOVE 'records after the control trailer' TO WS-FEED-NOTE
		WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
			SET FEED-BAD-TRAILER TO TRUE
			MOVE 'trailer record count does not agree' TO WS-FEED-NOTE
		WHEN WS-TRAILER-HASH NOT = WS-DETAIL-HASH
			SET FEED-BAD-TRAILER TO TRUE
			MOVE 'trailer hash total does not agree' TO WS-FEED-NOTE
	END-EVALUATE.

*> a match stamped tonight is this night's own rerun; any earlier
*> match is a repeat, and the latest such night is reported
FIND-PRIOR-FINGERPRINT.
	MOVE 'N' TO WS-SAME-NIGHT
	MOVE ZERO TO WS-PRIOR-DATE
	OPEN INPUT FEED-HISTORY
	IF NOT FH-OK
		CLOSE FEED-HISTORY
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	READ FEED-HISTORY
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF FH-FILE-NAME = WS-FEED-NAME
			AND FH-RECORD-COUNT = WS-RECORD-COUNT
			AND FH-CHECKSUM = WS-CHECKSUM
			AND FH-FIRST-RECORD = WS-FIRST-RECORD
			IF FH-BATCH-DATE = WS-TODAY-DATE
				SET SEEN-TONIGHT TO TRUE
			ELSE
				IF FH-BATCH-DATE > WS-PRIOR-DATE
					MOVE FH-BATCH-DATE TO WS-PRIOR-DATE
				END-IF
			END-IF
		END-IF
		READ FEED-HISTORY
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE FEED-HISTORY.

CHECK-OPERATOR-RELEASE.
	MOVE 'N' TO WS-RELEASE-FLAG
	IF WS-ACCEPT-LIST = SPACES
		EXIT PARAGRAPH
	END-IF
*> both the list and the name are framed in blanks, so a name only
*> matches whole
	MOVE SPACES TO WS-ACCEPT-FRAME
	MOVE WS-ACCEPT-LIST TO WS-ACCEPT-FRAME(2:200)
	MOVE SPACES TO WS-ACCEPT-PROBE
	MOVE 1 TO WS-PROBE-LENGTH
	STRING ' ' DELIMITED BY SIZE
		WS-FEED-NAME DELIMITED BY SPACE
		' ' DELIMITED BY SIZE
		INTO WS-ACCEPT-PROBE WITH POINTER WS-PROBE-LENGTH
	SUBTRACT 1 FROM WS-PROBE-LENGTH
	MOVE ZERO TO WS-PROBE-HITS
	INSPECT WS-ACCEPT-FRAME TALLYING WS-PROBE-HITS
		FOR ALL WS-ACCEPT-PROBE(1:WS-PROBE-LENGTH)
	IF WS-PROBE-HITS > ZERO
		SET OPERATOR-RELEASED TO TRUE
	END-IF.

RECORD-FEED-STATE.
	MOVE WS-FEED-NAME TO FD-FILE-NAME
	IF WS-REG-REQUIRED(WS-REG-SUB) = 'R'
		MOVE 'REQUIRED' TO FD-REQUIRED
	ELSE
		MOVE 'OPTIONAL' TO FD-REQUIRED
	END-IF
	MOVE WS-REG-ARRIVAL-TIME(WS-REG-SUB) TO WS-DUE-TIME
	MOVE WS-DUE-HOURS TO FD-DUE-HOURS
	MOVE WS-DUE-MINUTES TO FD-DUE-MINUTES
	MOVE WS-FEED-STATE TO FD-STATE
	MOVE WS-RECORD-COUNT TO FD-RECORDS
	MOVE WS-CHECKSUM TO FD-CHECKSUM
	MOVE WS-REG-TEAM(WS-REG-SUB) TO FD-TEAM
	MOVE WS-FEED-NOTE TO FD-NOTE
	MOVE WS-FEED-DETAIL TO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	MOVE WS-TODAY-DATE TO FT-BATCH-DATE
	MOVE WS-FEED-NAME TO FT-FILE-NAME
	MOVE WS-FEED-STATE TO FT-STATE
	MOVE WS-REG-REQUIRED(WS-REG-SUB) TO FT-REQUIRED
	MOVE WS-REG-TEAM(WS-REG-SUB) TO FT-TEAM
	MOVE WS-REG-STREAMS(WS-REG-SUB) TO FT-STREAMS
	MOVE WS-FEED-NOTE TO FT-NOTE
	WRITE FEED-STATUS-RECORD
	ADD 1 TO JS-RECORDS-WRITTEN
	EVALUATE TRUE
		WHEN FEED-ACCEPTED
			ADD 1 TO WS-ACCEPTED-COUNT
		WHEN FEED-ABSENT
			ADD 1 TO WS-ABSENT-COUNT
		WHEN FEED-MISSING
			ADD 1 TO WS-MISSING-COUNT
		WHEN FEED-REPEATED
			ADD 1 TO WS-REPEATED-COUNT
	END-EVALUATE
	IF FEED-HELD
		ADD 1 TO WS-HELD-COUNT
		PERFORM HOLD-FEED-STREAMS
	END-IF.

*> feed_hold DATE "STREAMS" REASON - the words after the streams are
*> the reason RUN-CONTROL notes on each held step, so they stay short
*> and free of quotes
HOLD-FEED-STREAMS.
	IF WS-REG-STREAMS(WS-REG-SUB) NOT = SPACES
		MOVE SPACES TO FEED-HOLDS-LINE
		STRING 'feed_hold ' WS-TODAY-DATE ' "'
			WS-REG-STREAMS(WS-REG-SUB) '" '
			DELIMITED BY SIZE
			WS-FEED-NAME DELIMITED BY SPACE
			' ' WS-FEED-STATE DELIMITED BY SIZE
			INTO FEED-HOLDS-LINE
		WRITE FEED-HOLDS-LINE
	END-IF
	MOVE WS-FEED-NAME TO EL-TRACKED-RESOURCE
	MOVE SPACES TO EL-ERROR-MESSAGE
	STRING 'FEED ' DELIMITED BY SIZE
		WS-FEED-STATE DELIMITED BY '  '
		' - ' DELIMITED BY SIZE
		WS-REG-TEAM(WS-REG-SUB) DELIMITED BY SIZE
		INTO EL-ERROR-MESSAGE
	PERFORM LOG-ERROR-TO-SYSERR.

WRITE-FEED-SUMMARY.
	MOVE SPACES TO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	MOVE SPACES TO FEED-CHECK-REPORT-LINE
	STRING 'FEEDS REGISTERED ' WS-REG-COUNT
		'   ACCEPTED ' WS-ACCEPTED-COUNT
		'   OPTIONAL ABSENT ' WS-ABSENT-COUNT
		'   HELD ' WS-HELD-COUNT
		DELIMITED BY SIZE INTO FEED-CHECK-REPORT-LINE
	WRITE FEED-CHECK-REPORT-LINE
	IF WS-HELD-COUNT > ZERO
		MOVE '*** THE STREAMS READING A HELD FEED ARE HELD - RERUN WITH '
			TO FEED-CHECK-REPORT-LINE
		WRITE FEED-CHECK-REPORT-LINE
		MOVE '    THE FEEDS STREAM ONCE THE FEED IS PUT RIGHT ***'
			TO FEED-CHECK-REPORT-LINE
		WRITE FEED-CHECK-REPORT-LINE
	END-IF.

SAVE-FEED-HISTORY.
	IF WS-NEW-COUNT = ZERO
		EXIT PARAGRAPH
	END-IF
	OPEN EXTEND FEED-HISTORY
	PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
		UNTIL WS-NEW-SUB > WS-NEW-COUNT
		MOVE WS-NEW-FILE-NAME(WS-NEW-SUB) TO FH-FILE-NAME
		MOVE WS-TODAY-DATE TO FH-BATCH-DATE
		MOVE WS-NEW-RECORD-COUNT(WS-NEW-SUB) TO FH-RECORD-COUNT
		MOVE WS-NEW-CHECKSUM(WS-NEW-SUB) TO FH-CHECKSUM
		MOVE WS-NEW-FIRST-RECORD(WS-NEW-SUB) TO FH-FIRST-RECORD
		WRITE FEED-HISTORY-RECORD
	END-PERFORM
	CLOSE FEED-HISTORY.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.
