*> as the true last step of nightly-batch.sh and prints
*> OPERATIONS-DASHBOARD.RPT: one line per area, GREEN or ATTENTION,
*> with the key numbers -
*>   inbound feeds   from FEED-STATUS.DAT, first on the page: each
*>                   feed FEED-CHECK held tonight (missing, empty,
*>                   bad trailer or repeated) with its owning team
*>   batch steps     from RUN-CONTROL.DAT (today's completions and
*>                   any FAILED step)
*>   streams         one line per batch stream, each FAILED step and
*>                   each step HELD because something upstream of it
*>                   failed listed under it with the reason
*>   job statistics  from JOBSTATS.LOG (each program's last run:
*>                   read/written/rejected and elapsed time)
*>   suspense        item count and the oldest unworked age
*>   handoffs        HANDOFF-BALANCE.RPT scanned for breaks
*>
*> Mod history:
*> 24.12.07 AN - inbound feeds at the top: the feeds FEED-CHECK
*>               accepted and held tonight, each held one listed
*>               with its state, owning team and reason.
*> 24.12.03 AN - the batch runs as streams: the batch-steps line now
*>               counts each step's latest state, and each stream
*>               gets its own line (GREEN, ATTENTION for a failure,
*>               HELD when only held back) with its failed and held
*>               steps listed beneath.
*> 24.09.04 AN - initial version.

IDENTIFICATION DIVISION.
	SELECT OPTIONAL HANDOFF-REPORT ASSIGN TO 'HANDOFF-BALANCE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RP-FILE-STATUS.
	SELECT OPTIONAL FEED-STATUS-FILE ASSIGN TO 'FEED-STATUS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RP-FILE-STATUS.
	SELECT DASHBOARD-REPORT ASSIGN TO 'OPERATIONS-DASHBOARD.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	05 RC-STEP PIC X(30).
	05 RC-STATUS PIC X(9).
	05 RC-TIMESTAMP PIC X(14).
	05 RC-STREAM PIC X(12).
	05 RC-NOTE PIC X(40).

COPY JOB-STATS-FD.

FD HANDOFF-REPORT.
01 HANDOFF-REPORT-LINE PIC X(120).

FD FEED-STATUS-FILE.
01 FEED-STATUS-RECORD.
	05 FT-BATCH-DATE PIC 9(8).
	05 FT-FILE-NAME PIC X(30).
	05 FT-STATE PIC X(12).
	05 FT-REQUIRED PIC X.
	05 FT-TEAM PIC X(20).
	05 FT-STREAMS PIC X(30).
	05 FT-NOTE PIC X(40).

FD DASHBOARD-REPORT.
01 DASHBOARD-LINE PIC X(110).

01 WS-TODAY-DATE PIC 9(8).
01 WS-STEPS-COMPLETED PIC 9(3) VALUE ZERO.
01 WS-STEPS-FAILED PIC 9(3) VALUE ZERO.
01 WS-STEPS-HELD PIC 9(3) VALUE ZERO.
01 WS-STEPS-RUNNING PIC 9(3) VALUE ZERO.
*> latest state per step today, and the streams in first-seen order
01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
01 WS-STEP-TABLE.
	05 WS-STEP-ENTRY OCCURS 100 TIMES.
		10 WS-STEP-NAME PIC X(30).
		10 WS-STEP-STATUS PIC X(9).
		10 WS-STEP-STREAM PIC X(12).
		10 WS-STEP-NOTE PIC X(40).
01 WS-STEP-SUB PIC 9(3).
01 WS-FOUND-SUB PIC 9(3).
01 WS-STREAM-COUNT PIC 9(2) VALUE ZERO.
01 WS-STREAM-TABLE.
	05 WS-STREAM-ENTRY OCCURS 20 TIMES.
		10 WS-STREAM-NAME PIC X(12).
		10 WS-STREAM-COMPLETED PIC 9(3).
		10 WS-STREAM-FAILED PIC 9(3).
		10 WS-STREAM-HELD PIC 9(3).
		10 WS-STREAM-RUNNING PIC 9(3).
01 WS-STREAM-SUB PIC 9(2).
01 WS-STEP-LINE.
	05 FILLER PIC X(12) VALUE SPACES.
	05 SL-STATUS PIC X(10).
	05 SL-STEP PIC X(31).
	05 SL-NOTE PIC X(40).
01 WS-FEEDS-CHECKED PIC 9(3) VALUE ZERO.
01 WS-FEEDS-ACCEPTED PIC 9(3) VALUE ZERO.
01 WS-FEEDS-HELD PIC 9(3) VALUE ZERO.
01 WS-FEED-LINE.
	05 FILLER PIC X(12) VALUE SPACES.
	05 FL-STATE PIC X(12).
	05 FL-FILE-NAME PIC X(18).
	05 FL-TEAM PIC X(17).
	05 FL-NOTE PIC X(40).
01 WS-SUSPENSE-COUNT PIC 9(5) VALUE ZERO.
01 WS-OLDEST-AGE PIC 9(5) VALUE ZERO.
01 WS-AGE-DAYS PIC S9(5).
	STRING 'MORNING OPERATIONS DASHBOARD - BATCH DATE ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO DASHBOARD-LINE
	WRITE DASHBOARD-LINE
	PERFORM CHECK-INBOUND-FEEDS.
	PERFORM CHECK-RUN-CONTROL.
	PERFORM CHECK-SUSPENSE.
	PERFORM CHECK-RECONCILE.
	PERFORM CHECK-HANDOFFS.
	PERFORM LIST-JOB-STATS.
	CLOSE DASHBOARD-REPORT.
	DISPLAY 'Dashboard written - feeds held ' WS-FEEDS-HELD
		', steps failed ' WS-STEPS-FAILED
		', held ' WS-STEPS-HELD
		', suspense ' WS-SUSPENSE-COUNT
		', reconcile issues ' WS-RECONCILE-ISSUES
		', trial balance ' WS-TRIAL-STATE
		', handoff breaks ' WS-HANDOFF-BREAKS.
	STOP RUN.

*> a feed that is missing or came again is what the operator needs
*> to chase first, so tonight's feed check heads the page; no check
*> for tonight is itself worth a look
CHECK-INBOUND-FEEDS.
	MOVE 'N' TO WS-EOF
	OPEN INPUT FEED-STATUS-FILE
	IF NOT RP-OK
		CLOSE FEED-STATUS-FILE
	ELSE
		READ FEED-STATUS-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
		PERFORM UNTIL END-OF-FILE
			IF FT-BATCH-DATE = WS-TODAY-DATE
				ADD 1 TO WS-FEEDS-CHECKED
				EVALUATE FT-STATE
					WHEN 'ACCEPTED'
						ADD 1 TO WS-FEEDS-ACCEPTED
					WHEN 'ABSENT'
						CONTINUE
					WHEN OTHER
						ADD 1 TO WS-FEEDS-HELD
				END-EVALUATE
			END-IF
			READ FEED-STATUS-FILE
				AT END SET END-OF-FILE TO TRUE
			END-READ
		END-PERFORM
		CLOSE FEED-STATUS-FILE
	END-IF
	MOVE SPACES TO WS-AREA-LINE
	MOVE 'INBOUND FEEDS' TO AREA-NAME
	IF WS-FEEDS-CHECKED = ZERO
		MOVE 'ATTENTION' TO AREA-STATE
		MOVE 'no feed check for tonight on FEED-STATUS.DAT'
			TO AREA-DETAIL
		MOVE WS-AREA-LINE TO DASHBOARD-LINE
		WRITE DASHBOARD-LINE
		EXIT PARAGRAPH
	END-IF
	IF WS-FEEDS-HELD > ZERO
		MOVE 'ATTENTION' TO AREA-STATE
	ELSE
		MOVE 'GREEN' TO AREA-STATE
	END-IF
	STRING WS-FEEDS-CHECKED ' checked, '
		WS-FEEDS-ACCEPTED ' accepted, '
		WS-FEEDS-HELD ' held - their streams are held'
		DELIMITED BY SIZE INTO AREA-DETAIL
	MOVE WS-AREA-LINE TO DASHBOARD-LINE
	WRITE DASHBOARD-LINE
	IF WS-FEEDS-HELD = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	OPEN INPUT FEED-STATUS-FILE
	READ FEED-STATUS-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF FT-BATCH-DATE = WS-TODAY-DATE
			AND FT-STATE NOT = 'ACCEPTED'
			AND FT-STATE NOT = 'ABSENT'
			MOVE FT-STATE TO FL-STATE
			MOVE FT-FILE-NAME TO FL-FILE-NAME
			MOVE FT-TEAM TO FL-TEAM
			MOVE FT-NOTE TO FL-NOTE
			MOVE WS-FEED-LINE TO DASHBOARD-LINE
			WRITE DASHBOARD-LINE
		END-IF
		READ FEED-STATUS-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE FEED-STATUS-FILE.

*> the latest status per step wins, the way RUN-CONTROL's own SHOW
*> reads its file; any FAILED or HELD left standing turns the area
*> amber
CHECK-RUN-CONTROL.
	MOVE 'N' TO WS-EOF
	OPEN INPUT RUN-CONTROL-FILE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF RC-BATCH-DATE = WS-TODAY-DATE
			PERFORM NOTE-STEP-STATE
		END-IF
		READ RUN-CONTROL-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE RUN-CONTROL-FILE
	PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
		UNTIL WS-STEP-SUB > WS-STEP-COUNT
		PERFORM COUNT-STEP-STATE
	END-PERFORM
	MOVE SPACES TO WS-AREA-LINE
	MOVE 'BATCH STEPS' TO AREA-NAME
	IF WS-STEPS-FAILED > ZERO OR WS-STEPS-HELD > ZERO
		MOVE 'ATTENTION' TO AREA-STATE
	ELSE
		MOVE 'GREEN' TO AREA-STATE
	END-IF
	STRING WS-STEPS-COMPLETED ' completed, '
		WS-STEPS-FAILED ' failed, '
		WS-STEPS-HELD ' held, '
		WS-STEPS-RUNNING ' running'
		DELIMITED BY SIZE INTO AREA-DETAIL
	MOVE WS-AREA-LINE TO DASHBOARD-LINE
	WRITE DASHBOARD-LINE
	PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
		UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
		PERFORM WRITE-STREAM-STATE
	END-PERFORM.

NOTE-STEP-STATE.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
		UNTIL WS-STEP-SUB > WS-STEP-COUNT
		IF WS-STEP-NAME(WS-STEP-SUB) = RC-STEP
			MOVE WS-STEP-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO AND WS-STEP-COUNT < 100
		ADD 1 TO WS-STEP-COUNT
		MOVE WS-STEP-COUNT TO WS-FOUND-SUB
		MOVE RC-STEP TO WS-STEP-NAME(WS-FOUND-SUB)
	END-IF
	IF WS-FOUND-SUB NOT = ZERO
		MOVE RC-STATUS TO WS-STEP-STATUS(WS-FOUND-SUB)
		MOVE RC-STREAM TO WS-STEP-STREAM(WS-FOUND-SUB)
		MOVE RC-NOTE TO WS-STEP-NOTE(WS-FOUND-SUB)
	END-IF.

*> events from before the batch had streams carry none; they count
*> under a blank stream name
COUNT-STEP-STATE.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
		UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
		IF WS-STREAM-NAME(WS-STREAM-SUB) = WS-STEP-STREAM(WS-STEP-SUB)
			MOVE WS-STREAM-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		IF WS-STREAM-COUNT NOT < 20
			EXIT PARAGRAPH
		END-IF
		ADD 1 TO WS-STREAM-COUNT
		MOVE WS-STREAM-COUNT TO WS-FOUND-SUB
		MOVE WS-STEP-STREAM(WS-STEP-SUB) TO WS-STREAM-NAME(WS-FOUND-SUB)
		MOVE ZERO TO WS-STREAM-COMPLETED(WS-FOUND-SUB)
			WS-STREAM-FAILED(WS-FOUND-SUB)
			WS-STREAM-HELD(WS-FOUND-SUB)
			WS-STREAM-RUNNING(WS-FOUND-SUB)
	END-IF
	EVALUATE WS-STEP-STATUS(WS-STEP-SUB)
		WHEN 'COMPLETED'
			ADD 1 TO WS-STEPS-COMPLETED
			ADD 1 TO WS-STREAM-COMPLETED(WS-FOUND-SUB)
		WHEN 'FAILED'
			ADD 1 TO WS-STEPS-FAILED
			ADD 1 TO WS-STREAM-FAILED(WS-FOUND-SUB)
		WHEN 'HELD'
			ADD 1 TO WS-STEPS-HELD
			ADD 1 TO WS-STREAM-HELD(WS-FOUND-SUB)
		WHEN OTHER
			ADD 1 TO WS-STEPS-RUNNING
			ADD 1 TO WS-STREAM-RUNNING(WS-FOUND-SUB)
	END-EVALUATE.

WRITE-STREAM-STATE.
	MOVE SPACES TO WS-AREA-LINE
	IF WS-STREAM-NAME(WS-STREAM-SUB) = SPACES
		MOVE '  (no stream)' TO AREA-NAME
	ELSE
		STRING '  ' WS-STREAM-NAME(WS-STREAM-SUB)
			DELIMITED BY SIZE INTO AREA-NAME
	END-IF
	EVALUATE TRUE
		WHEN WS-STREAM-FAILED(WS-STREAM-SUB) > ZERO
			MOVE 'ATTENTION' TO AREA-STATE
		WHEN WS-STREAM-HELD(WS-STREAM-SUB) > ZERO
			MOVE 'HELD' TO AREA-STATE
		WHEN OTHER
			MOVE 'GREEN' TO AREA-STATE
	END-EVALUATE
	STRING WS-STREAM-COMPLETED(WS-STREAM-SUB) ' completed, '
		WS-STREAM-FAILED(WS-STREAM-SUB) ' failed, '
		WS-STREAM-HELD(WS-STREAM-SUB) ' held, '
		WS-STREAM-RUNNING(WS-STREAM-SUB) ' running'
		DELIMITED BY SIZE INTO AREA-DETAIL
	MOVE WS-AREA-LINE TO DASHBOARD-LINE
	WRITE DASHBOARD-LINE
	PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
		UNTIL WS-STEP-SUB > WS-STEP-COUNT
		IF WS-STEP-STREAM(WS-STEP-SUB) = WS-STREAM-NAME(WS-STREAM-SUB)
			AND (WS-STEP-STATUS(WS-STEP-SUB) = 'FAILED'
				OR WS-STEP-STATUS(WS-STEP-SUB) = 'HELD')
			MOVE SPACES TO WS-STEP-LINE
			MOVE WS-STEP-STATUS(WS-STEP-SUB) TO SL-STATUS
			MOVE WS-STEP-NAME(WS-STEP-SUB) TO SL-STEP
			MOVE WS-STEP-NOTE(WS-STEP-SUB) TO SL-NOTE
			MOVE WS-STEP-LINE TO DASHBOARD-LINE
			WRITE DASHBOARD-LINE
		END-IF
	END-PERFORM.

CHECK-SUSPENSE.
	MOVE 'N' TO WS-EOF
