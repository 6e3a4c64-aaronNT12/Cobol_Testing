*>   RUNCTL_ACTION=START  RUNCTL_STEP=x   records STARTED
*>   RUNCTL_ACTION=END    RUNCTL_STEP=x   records COMPLETED
*>   RUNCTL_ACTION=FAIL   RUNCTL_STEP=x   records FAILED
*>   RUNCTL_ACTION=HOLD   RUNCTL_STEP=x   records HELD - the step
*>                                        was not run because
*>                                        something upstream failed
*>   RUNCTL_ACTION=STREAM RUNCTL_STREAM=s exit 4 unless every step of
*>                                        stream s recorded today
*>                                        stands COMPLETED
*>   RUNCTL_ACTION=SHOW                   operator display of where
*>                                        today's cycle stands
*>
*> START, END, FAIL and HOLD also carry RUNCTL_STREAM, the batch
*> stream the step belongs to, and HOLD carries RUNCTL_NOTE, why the
*> step was held.
*>
*> The latest record per step and date wins, so a restarted cycle
*> skips what already completed and picks up at the failed step. This
*> is the whole-batch restart story, alongside the per-program
*> checkpoints that already exist.
*>
*> Mod history:
*> 24.12.03 AN - the cycle now runs as separate streams: each event
*>               carries its stream, HOLD records a step held back
*>               by an upstream failure (with the reason), STREAM
*>               tells a restart whether an upstream stream finished
*>               cleanly today, and SHOW groups the steps by stream
*>               (now up to 100 steps, the cycle having outgrown 30).
*> 24.07.28 AN - the batch date is now checked against the shared
*>               business-day calendar: CHECK and SHOW note on the
*>               console when today is not a business day, so a cycle
	05 RC-STEP PIC X(30).
	05 RC-STATUS PIC X(9).
	05 RC-TIMESTAMP PIC X(14).
	05 RC-STREAM PIC X(12).
	05 RC-NOTE PIC X(40).

COPY BUSINESS-CALENDAR-FD.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-ACTION PIC X(6) VALUE SPACES.
01 WS-STEP PIC X(30) VALUE SPACES.
01 WS-STREAM PIC X(12) VALUE SPACES.
01 WS-NOTE PIC X(40) VALUE SPACES.
01 WS-TODAY-DATE PIC 9(8).
01 WS-LATEST-STATUS PIC X(9) VALUE SPACES.
*> latest status per step seen for today, for the SHOW display and
*> the STREAM check
01 WS-SHOW-COUNT PIC 9(3) VALUE ZERO.
01 WS-SHOW-TABLE.
	05 WS-SHOW-ENTRY OCCURS 100 TIMES.
		10 WS-SHOW-STEP PIC X(30).
		10 WS-SHOW-STATUS PIC X(9).
		10 WS-SHOW-TIME PIC X(14).
		10 WS-SHOW-STREAM PIC X(12).
		10 WS-SHOW-NOTE PIC X(40).
01 WS-SUB PIC 9(3).
01 WS-FOUND-SUB PIC 9(3).
*> the streams in the order their first step was recorded today
01 WS-STREAM-COUNT PIC 9(2) VALUE ZERO.
01 WS-STREAM-TABLE.
	05 WS-STREAM-NAME OCCURS 20 TIMES PIC X(12).
01 WS-STREAM-SUB PIC 9(2).
01 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
COPY BUSINESS-CALENDAR-STATUS.
COPY BUSINESS-DAY-FIELDS.
COPY FILE-STATUS-FIELDS.
	ACCEPT WS-STEP FROM ENVIRONMENT 'RUNCTL_STEP'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	ACCEPT WS-STREAM FROM ENVIRONMENT 'RUNCTL_STREAM'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	ACCEPT WS-NOTE FROM ENVIRONMENT 'RUNCTL_NOTE'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	IF WS-ACTION = 'CHECK' OR WS-ACTION = 'SHOW'
		MOVE WS-TODAY-DATE TO BD-CHECK-DATE
		WHEN 'FAIL'
			MOVE 'FAILED' TO RC-STATUS
			PERFORM APPEND-EVENT
		WHEN 'HOLD'
			MOVE 'HELD' TO RC-STATUS
			PERFORM APPEND-EVENT
		WHEN 'STREAM'
			PERFORM CHECK-STREAM-STATE
		WHEN 'SHOW'
			PERFORM SHOW-CYCLE-STATE
		WHEN OTHER
			DISPLAY 'RUNCTL_ACTION must be '
				'CHECK/START/END/FAIL/HOLD/STREAM/SHOW'
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	STOP RUN.
	MOVE WS-TODAY-DATE TO RC-BATCH-DATE
	MOVE WS-STEP TO RC-STEP
	MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP
	MOVE WS-STREAM TO RC-STREAM
	IF RC-STATUS = 'HELD'
		MOVE WS-NOTE TO RC-NOTE
	ELSE
		MOVE SPACES TO RC-NOTE
	END-IF
	WRITE RUN-CONTROL-RECORD
	CLOSE RUN-CONTROL-FILE.

	IF WS-SHOW-COUNT = ZERO
		DISPLAY '  (no steps recorded yet)'
	END-IF
	PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
		UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
		DISPLAY ' stream ' WS-STREAM-NAME(WS-STREAM-SUB)
		PERFORM VARYING WS-SUB FROM 1 BY 1
			UNTIL WS-SUB > WS-SHOW-COUNT
			IF WS-SHOW-STREAM(WS-SUB) = WS-STREAM-NAME(WS-STREAM-SUB)
				PERFORM SHOW-STEP-LINE
			END-IF
		END-PERFORM
	END-PERFORM.

SHOW-STEP-LINE.
	IF WS-SHOW-STATUS(WS-SUB) = 'HELD'
		DISPLAY '  ' WS-SHOW-STEP(WS-SUB) ' '
			WS-SHOW-STATUS(WS-SUB) ' - '
			FUNCTION TRIM(WS-SHOW-NOTE(WS-SUB))
	ELSE
		DISPLAY '  ' WS-SHOW-STEP(WS-SUB) ' '
			WS-SHOW-STATUS(WS-SUB) ' at '
			WS-SHOW-TIME(WS-SUB)
	END-IF.

*> exit 0 = the stream ran today and every step of it stands
*> COMPLETED, so a stream restarted on its own may rely on it; exit 4
*> = it has not run, or something in it failed, was held or is still
*> STARTED
CHECK-STREAM-STATE.
	OPEN INPUT RUN-CONTROL-FILE
	READ RUN-CONTROL-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF RC-BATCH-DATE = WS-TODAY-DATE AND RC-STREAM = WS-STREAM
			PERFORM NOTE-LATEST-STATUS
		END-IF
		READ RUN-CONTROL-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE RUN-CONTROL-FILE
	MOVE ZERO TO WS-OPEN-COUNT
	PERFORM VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-SHOW-COUNT
		IF WS-SHOW-STATUS(WS-SUB) NOT = 'COMPLETED'
			ADD 1 TO WS-OPEN-COUNT
			DISPLAY 'Stream ' FUNCTION TRIM(WS-STREAM) ': '
				FUNCTION TRIM(WS-SHOW-STEP(WS-SUB)) ' is '
				WS-SHOW-STATUS(WS-SUB)
		END-IF
	END-PERFORM
	IF WS-SHOW-COUNT = ZERO
		DISPLAY 'Stream ' FUNCTION TRIM(WS-STREAM)
			' has not run today'
		MOVE 4 TO RETURN-CODE
	END-IF
	IF WS-OPEN-COUNT > ZERO
		MOVE 4 TO RETURN-CODE
	END-IF.

NOTE-LATEST-STATUS.
	MOVE ZERO TO WS-FOUND-SUB
			MOVE WS-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO AND WS-SHOW-COUNT < 100
		ADD 1 TO WS-SHOW-COUNT
		MOVE WS-SHOW-COUNT TO WS-FOUND-SUB
		MOVE RC-STEP TO WS-SHOW-STEP(WS-FOUND-SUB)
	IF WS-FOUND-SUB NOT = ZERO
		MOVE RC-STATUS TO WS-SHOW-STATUS(WS-FOUND-SUB)
		MOVE RC-TIMESTAMP TO WS-SHOW-TIME(WS-FOUND-SUB)
		MOVE RC-STREAM TO WS-SHOW-STREAM(WS-FOUND-SUB)
		MOVE RC-NOTE TO WS-SHOW-NOTE(WS-FOUND-SUB)
		PERFORM NOTE-STREAM
	END-IF.

*> events written before the cycle had streams carry none; they show
*> under a blank stream name
NOTE-STREAM.
	MOVE ZERO TO WS-STREAM-SUB
	PERFORM VARYING WS-SUB FROM 1 BY 1
		UNTIL WS-SUB > WS-STREAM-COUNT
		IF WS-STREAM-NAME(WS-SUB) = RC-STREAM
			MOVE WS-SUB TO WS-STREAM-SUB
		END-IF
	END-PERFORM
	IF WS-STREAM-SUB = ZERO AND WS-STREAM-COUNT < 20
		ADD 1 TO WS-STREAM-COUNT
		MOVE RC-STREAM TO WS-STREAM-NAME(WS-STREAM-COUNT)
	END-IF.

COPY BUSINESS-DAY-CHECK.
