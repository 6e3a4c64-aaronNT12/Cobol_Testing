*> Purpose: Forward recovery of a master - backup generation plus the
*>          posting trail since, up to a chosen point
*>
*> MASTER-RELOAD puts a master back to a backup generation, and
*> everything posted since is lost; re-running the day's feeds after
*> a mid-day index failure risks posting them twice. This rebuilds the
*> master instead from the generation and the permanent trails:
*>
*>   ACCOUNTS   ACCOUNTS-Gn.BKP, then CHANGE-HISTORY.DAT (account
*>              openings and maintenance - status, statement cycle,
*>              currency, product) and ACCOUNT-HISTORY.DAT (every
*>              posted movement) in posting order
*>   PRODUCTOS  PRODUCTOS-Gn.BKP, then CHANGE-HISTORY.DAT (product
*>              maintenance) and MOVIMIENTOS-HIST.DAT (every applied
*>              stock movement) in the order they were written
*>
*> RECOVER_MASTER and RECOVER_GENERATION pick the master and the
*> generation as for MASTER-RELOAD; RECOVER_TO=yyyymmdd[hhmmss] stops
*> the roll-forward at that point (maintenance changes are stamped to
*> the second, postings and movements only to the day, so those come
*> in up to the end of the stop date). Blank rolls forward to the end
*> of the trail.
*>
*> The generation is taken at the start of its batch date, so trail
*> rows dated that day may already be inside it. A row of that day is
*> taken up only once the trail joins the backed-up record - an
*> account posting whose balance before the movement is the backed-up
*> balance, a stock movement whose stock before is the backed-up
*> stock - and the rows ahead of the join are counted as already in
*> the backup. Rows of later days are always applied.
*>
*> The rebuild happens in a work file (RECOVER-ACCOUNTS.WRK or
*> RECOVER-PRODUCTOS.WRK). It is released over the live master only
*> once proven:
*>   accounts   the recovered balance total of each currency must be
*>              the ACTUAL CLOSING TOTAL on TRIAL-BALANCE.PRT, less
*>              whatever was posted after the stop point
*>   productos  no broken stock-before/stock-after link in the
*>              movements applied, and every key with no movement
*>              since the backup must agree with STOCK-SNAPSHOT.DAT,
*>              the stock reconciliation's proven closing. The keys
*>              must agree too: a recovered key the snapshot does not
*>              hold fails unless the trail added it since the
*>              generation, and a snapshot key missing from the
*>              rebuild fails unless its last CHANGE-HISTORY row is
*>              its deletion
*> An unproven rebuild is left in the work file for inspection, the
*> live master is not touched, and the run exits 8. So does a proven
*> rebuild whose live master cannot be opened for the release.
*> Everything goes to FORWARD-RECOVERY.RPT.
*>
*> Mod history:
*> 24.12.09 AN - PRODUCTOS proof checks the keys both ways against
*>               STOCK-SNAPSHOT.DAT; the release stops with RC 8 if
*>               the live master does not open.
*> 24.12.04 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. FORWARD-RECOVERY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY PRODUCTO-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY CHANGE-HISTORY-SELECT.
	COPY MOVIMIENTOS-HIST-SELECT.
	SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT RECOVER-ACCOUNTS ASSIGN TO 'RECOVER-ACCOUNTS.WRK'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RA-ACCOUNT-NO
		FILE STATUS IS RW-FILE-STATUS.
	SELECT RECOVER-PRODUCTOS ASSIGN TO 'RECOVER-PRODUCTOS.WRK'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RP-KEY
		FILE STATUS IS RW-FILE-STATUS.
	SELECT OPTIONAL TRIAL-BALANCE-REPORT ASSIGN TO 'TRIAL-BALANCE.PRT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RP-FILE-STATUS.
	SELECT STOCK-SNAPSHOT ASSIGN TO 'STOCK-SNAPSHOT.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SS-KEY
		FILE STATUS IS SS-FILE-STATUS.
	SELECT RECOVERY-REPORT ASSIGN TO 'FORWARD-RECOVERY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY PRODUCTO-MASTER-FD.

COPY ACCOUNT-HISTORY-FD.

COPY CHANGE-HISTORY-FD.

COPY MOVIMIENTOS-HIST-FD.

FD BACKUP-FILE.
01 BACKUP-RECORD PIC X(200).

*> the account image as on ACCOUNT-MASTER, plus whether the posting
*> trail has joined it yet
FD RECOVER-ACCOUNTS.
01 RECOVER-ACCOUNT-RECORD.
	05 RA-IMAGE.
		10 RA-ACCOUNT-NO PIC 9(10).
		10 FILLER PIC X(28).
	05 RA-JOINED PIC X.

*> the product image as on PRODUCTO-MASTER, whether the movement
*> trail has joined it yet, and whether anything moved it since the
*> backup (inside the stop point or after it), and whether the trail
*> added it since the generation
FD RECOVER-PRODUCTOS.
01 RECOVER-PRODUCTO-RECORD.
	05 RP-IMAGE.
		10 RP-KEY PIC X(15).
		10 FILLER PIC X(55).
	05 RP-JOINED PIC X.
	05 RP-MOVED PIC X.
	05 RP-ADDED PIC X.

FD TRIAL-BALANCE-REPORT.
01 TRIAL-BALANCE-LINE PIC X(60).

FD STOCK-SNAPSHOT.
01 STOCK-SNAPSHOT-RECORD.
	05 SS-KEY.
		10 SS-CODIGO PIC X(10).
		10 SS-ALMACEN PIC X(5).
	05 SS-CANTIDAD PIC 9(5).

FD RECOVERY-REPORT.
01 RECOVERY-LINE PIC X(100).

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-HISTORY-EOF PIC X VALUE 'N'.
	88 END-OF-HISTORY VALUE 'Y'.
COPY PRODUCTO-MASTER-STATUS.
01 RW-FILE-STATUS PIC X(2).
	88 RW-OK VALUE '00'.
01 RP-FILE-STATUS PIC X(2).
	88 RP-OK VALUE '00'.
01 SS-FILE-STATUS PIC X(2).
	88 SS-OK VALUE '00'.
01 WS-BACKUP-NAME PIC X(30).
01 WS-RECOVER-MASTER PIC X(10) VALUE SPACES.
01 WS-RECOVER-GEN-TEXT PIC X(3) VALUE SPACES.
01 WS-RECOVER-GEN PIC 9(3).
01 WS-RECOVER-TO PIC X(14) VALUE SPACES.
*> the stop point: a date for the dated trails, a full timestamp for
*> CHANGE-HISTORY
01 WS-STOP-DATE PIC X(8).
01 WS-STOP-STAMP PIC X(14).
01 WS-BACKUP-DATE PIC X(8).
01 WS-HEADER-VIEW.
	05 BH-MARKER PIC X(6).
	05 BH-MASTER-ID PIC X(10).
	05 BH-RUN-DATE PIC X(8).
01 WS-TRAILER-VIEW.
	05 BT-MARKER PIC X(6).
	05 BT-RECORD-COUNT PIC 9(7).
01 WS-TRAILER-SEEN PIC X VALUE 'N'.
	88 TRAILER-SEEN VALUE 'Y'.
01 WS-PROOF-FLAG PIC X VALUE 'Y'.
	88 RECOVERY-PROVEN VALUE 'Y'.
01 WS-PROOF-REASON PIC X(60) VALUE SPACES.
01 WS-RELEASE-FLAG PIC X VALUE 'Y'.
	88 RELEASE-DONE VALUE 'Y'.
01 WS-RELEASE-STATUS PIC X(2) VALUE SPACES.
*> the last CHANGE-HISTORY row of a snapshot key the rebuild lacks
01 WS-LAST-CHANGE PIC X VALUE SPACE.
	88 LAST-CHANGE-DELETE VALUE 'D'.
*> counts for the report
01 WS-BACKUP-COUNT PIC 9(7) VALUE ZERO.
01 WS-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
01 WS-CHANGES-APPLIED PIC 9(7) VALUE ZERO.
01 WS-RECORDS-ADDED PIC 9(7) VALUE ZERO.
01 WS-RECORDS-DELETED PIC 9(7) VALUE ZERO.
01 WS-ROWS-APPLIED PIC 9(7) VALUE ZERO.
01 WS-ROWS-IN-BACKUP PIC 9(7) VALUE ZERO.
01 WS-ROWS-AFTER-STOP PIC 9(7) VALUE ZERO.
01 WS-CREATED-FROM-TRAIL PIC 9(7) VALUE ZERO.
01 WS-CHAIN-BREAKS PIC 9(7) VALUE ZERO.
01 WS-SNAPSHOT-COMPARED PIC 9(7) VALUE ZERO.
01 WS-SNAPSHOT-BREAKS PIC 9(7) VALUE ZERO.
01 WS-SNAPSHOT-UNKNOWN PIC 9(7) VALUE ZERO.
01 WS-SNAPSHOT-MISSING PIC 9(7) VALUE ZERO.
01 WS-SNAPSHOT-DELETED PIC 9(7) VALUE ZERO.
01 WS-RECOVERED-COUNT PIC 9(7) VALUE ZERO.
01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
*> the CHANGE-HISTORY after image seen through each master's layout
01 WS-AFTER-ACCOUNT.
	05 WA-ACCOUNT-NO PIC 9(10).
	05 WA-BALANCE PIC S9(9)V99.
	05 WA-STATUS PIC X.
	05 WA-LAST-ACTIVITY-DATE PIC X(8).
	05 WA-STATEMENT-CYCLE PIC 9.
	05 WA-CURRENCY-CODE PIC X(3).
	05 WA-PRODUCT-CODE PIC X(4).
01 WS-AFTER-PRODUCTO.
	05 WP-KEY PIC X(15).
	05 WP-PRODUCTO PIC X(20).
	05 WP-CANTIDAD PIC 9(5).
	05 WP-REORDER-POINT PIC 9(5).
	05 WP-PROVEEDOR PIC X(15).
	05 WP-COSTO-UNITARIO PIC 9(5)V99.
	05 WP-UNIDAD PIC X(3).
01 WS-BEFORE-BALANCE PIC S9(9)V99.
*> per-currency proof of the recovered accounts
01 WS-CCY-COUNT PIC 9(2) VALUE ZERO.
01 WS-CCY-TABLE.
	05 WS-CCY-ENTRY OCCURS 20 TIMES.
		10 WS-CCY-CODE PIC X(3).
		10 WS-CCY-RECOVERED PIC S9(11)V99.
		10 WS-CCY-AFTER-STOP PIC S9(11)V99.
		10 WS-CCY-TRIAL PIC S9(11)V99.
		10 WS-CCY-ON-TRIAL PIC X.
01 WS-CCY-SUB PIC 9(2).
01 WS-CCY-IX PIC 9(2).
01 WS-CCY-WANTED PIC X(3).
01 WS-TRIAL-CURRENCY PIC X(3).
01 WS-EXPECTED-TOTAL PIC S9(11)V99.
01 WS-PROOF-LINE.
	05 FILLER PIC X(11) VALUE 'CURRENCY '.
	05 PL-CURRENCY PIC X(5).
	05 FILLER PIC X(11) VALUE 'RECOVERED '.
	05 PL-RECOVERED PIC -(11)9.99.
	05 FILLER PIC X(11) VALUE '  EXPECTED '.
	05 PL-EXPECTED PIC -(11)9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 PL-RESULT PIC X(20).
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(45).
	05 CL-COUNT PIC ZZZZZZ9.
01 WS-BREAK-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 BL-KEY PIC X(15).
	05 FILLER PIC X(1) VALUE SPACES.
	05 BL-REASON PIC X(32).
	05 FILLER PIC X(9) VALUE ' EXPECTED'.
	05 BL-EXPECTED PIC ZZZZ9.
	05 FILLER PIC X(7) VALUE ' FOUND '.
	05 BL-FOUND PIC ZZZZ9.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'FORWARD-RECOVERY' TO JS-CALLING-PROGRAM.
	MOVE 'FORWARD-RECOVERY' TO EL-CALLING-PROGRAM.
	ACCEPT WS-RECOVER-MASTER FROM ENVIRONMENT 'RECOVER_MASTER'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	ACCEPT WS-RECOVER-GEN-TEXT FROM ENVIRONMENT 'RECOVER_GENERATION'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	ACCEPT WS-RECOVER-TO FROM ENVIRONMENT 'RECOVER_TO'
		ON EXCEPTION CONTINUE
	END-ACCEPT.
	IF WS-RECOVER-MASTER = SPACES OR WS-RECOVER-GEN-TEXT = SPACES
		DISPLAY 'Set RECOVER_MASTER (ACCOUNTS or PRODUCTOS) and '
			'RECOVER_GENERATION'
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-RECOVER-MASTER NOT = 'ACCOUNTS'
		AND WS-RECOVER-MASTER NOT = 'PRODUCTOS'
		DISPLAY 'Forward recovery covers ACCOUNTS and PRODUCTOS - '
			'use MASTER-RELOAD for ' WS-RECOVER-MASTER
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM SET-STOP-POINT.
	MOVE FUNCTION NUMVAL(WS-RECOVER-GEN-TEXT) TO WS-RECOVER-GEN.
	MOVE SPACES TO WS-BACKUP-NAME.
	STRING FUNCTION TRIM(WS-RECOVER-MASTER) '-G' WS-RECOVER-GEN '.BKP'
		DELIMITED BY SIZE INTO WS-BACKUP-NAME.
	PERFORM START-JOB-STATS.
	OPEN OUTPUT RECOVERY-REPORT.
	MOVE 'OPEN RECOVERY-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO RECOVERY-LINE
	STRING 'FORWARD RECOVERY OF ' FUNCTION TRIM(WS-RECOVER-MASTER)
		' FROM ' FUNCTION TRIM(WS-BACKUP-NAME)
		DELIMITED BY SIZE INTO RECOVERY-LINE
	WRITE RECOVERY-LINE
	MOVE SPACES TO RECOVERY-LINE
	IF WS-RECOVER-TO = SPACES
		MOVE 'ROLLED FORWARD TO THE END OF THE TRAIL' TO RECOVERY-LINE
	ELSE
		STRING 'ROLLED FORWARD TO ' WS-STOP-STAMP
			' (POSTINGS AND MOVEMENTS TO THE END OF ' WS-STOP-DATE ')'
			DELIMITED BY SIZE INTO RECOVERY-LINE
	END-IF
	WRITE RECOVERY-LINE
	PERFORM LOAD-BACKUP-GENERATION.
	IF WS-RECOVER-MASTER = 'ACCOUNTS'
		PERFORM APPLY-ACCOUNT-CHANGES
		PERFORM APPLY-ACCOUNT-POSTINGS
		PERFORM PROVE-ACCOUNTS
	ELSE
		PERFORM APPLY-PRODUCTO-CHANGES
		PERFORM APPLY-PRODUCTO-MOVEMENTS
		PERFORM PROVE-PRODUCTOS
	END-IF.
	PERFORM WRITE-RECOVERY-COUNTS.
	IF RECOVERY-PROVEN
		IF WS-RECOVER-MASTER = 'ACCOUNTS'
			PERFORM RELEASE-ACCOUNTS
		ELSE
			PERFORM RELEASE-PRODUCTOS
		END-IF
	END-IF.
	IF RECOVERY-PROVEN AND RELEASE-DONE
		MOVE SPACES TO RECOVERY-LINE
		STRING 'RECOVERY PROVEN - ' WS-RELEASED-COUNT
			' RECORDS RELEASED TO THE LIVE MASTER'
			DELIMITED BY SIZE INTO RECOVERY-LINE
		WRITE RECOVERY-LINE
		DISPLAY 'Forward recovery of ' FUNCTION TRIM(WS-RECOVER-MASTER)
			' proven and released: ' WS-RELEASED-COUNT ' records'
		MOVE WS-RELEASED-COUNT TO JS-RECORDS-WRITTEN
	END-IF.
	IF RECOVERY-PROVEN AND NOT RELEASE-DONE
		MOVE SPACES TO RECOVERY-LINE
		STRING '*** RECOVERY PROVEN BUT THE LIVE MASTER DID NOT OPEN - '
			'STATUS ' WS-RELEASE-STATUS
			DELIMITED BY SIZE INTO RECOVERY-LINE
		WRITE RECOVERY-LINE
		MOVE '*** LIVE MASTER NOT RELEASED - REBUILD LEFT IN THE WORK FILE'
			TO RECOVERY-LINE
		WRITE RECOVERY-LINE
		MOVE WS-RECOVER-MASTER TO EL-TRACKED-RESOURCE
		MOVE SPACES TO EL-ERROR-MESSAGE
		STRING 'forward recovery proven but not released - open status '
			WS-RELEASE-STATUS
			DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		MOVE 8 TO RETURN-CODE
	END-IF.
	IF NOT RECOVERY-PROVEN
		MOVE SPACES TO RECOVERY-LINE
		STRING '*** RECOVERY NOT PROVEN - ' WS-PROOF-REASON
			DELIMITED BY SIZE INTO RECOVERY-LINE
		WRITE RECOVERY-LINE
		MOVE '*** LIVE MASTER NOT TOUCHED - REBUILD LEFT IN THE WORK FILE'
			TO RECOVERY-LINE
		WRITE RECOVERY-LINE
		DISPLAY '*** Forward recovery of '
			FUNCTION TRIM(WS-RECOVER-MASTER) ' not proven - '
			FUNCTION TRIM(WS-PROOF-REASON) ' ***'
		MOVE WS-RECOVER-MASTER TO EL-TRACKED-RESOURCE
		MOVE SPACES TO EL-ERROR-MESSAGE
		STRING 'forward recovery not proven - ' WS-PROOF-REASON
			DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
		PERFORM LOG-ERROR-TO-SYSERR
		MOVE 8 TO RETURN-CODE
	END-IF.
	CLOSE RECOVERY-REPORT.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> RECOVER_TO as yyyymmdd or yyyymmddhhmmss; a date alone stops at the
*> end of that day
SET-STOP-POINT.
	IF WS-RECOVER-TO = SPACES
		MOVE '99999999' TO WS-STOP-DATE
		MOVE '99999999999999' TO WS-STOP-STAMP
		EXIT PARAGRAPH
	END-IF
	IF WS-RECOVER-TO(9:6) = SPACES
		MOVE '235959' TO WS-RECOVER-TO(9:6)
	END-IF
	IF WS-RECOVER-TO IS NOT NUMERIC
		DISPLAY 'RECOVER_TO must be yyyymmdd or yyyymmddhhmmss'
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-RECOVER-TO(1:8) TO WS-STOP-DATE
	MOVE WS-RECOVER-TO TO WS-STOP-STAMP.

*> the generation into a fresh work file, with the same header and
*> control-count checks MASTER-RELOAD makes
LOAD-BACKUP-GENERATION.
	OPEN INPUT BACKUP-FILE
	MOVE 'OPEN BACKUP-FILE' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF NOT FS-STATUS-OK
		DISPLAY 'No backup ' FUNCTION TRIM(WS-BACKUP-NAME)
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE 'N' TO WS-EOF
	READ BACKUP-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	MOVE BACKUP-RECORD(1:24) TO WS-HEADER-VIEW
	IF BH-MARKER NOT = 'BKPHDR'
		OR BH-MASTER-ID NOT = WS-RECOVER-MASTER
		DISPLAY 'Backup header does not match ' WS-RECOVER-MASTER
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE BH-RUN-DATE TO WS-BACKUP-DATE
	IF WS-STOP-DATE < WS-BACKUP-DATE
		DISPLAY 'RECOVER_TO is before the generation of '
			WS-BACKUP-DATE ' - use an older generation'
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO RECOVERY-LINE
	STRING 'GENERATION TAKEN ' WS-BACKUP-DATE
		DELIMITED BY SIZE INTO RECOVERY-LINE
	WRITE RECOVERY-LINE
	IF WS-RECOVER-MASTER = 'ACCOUNTS'
		OPEN OUTPUT RECOVER-ACCOUNTS
	ELSE
		OPEN OUTPUT RECOVER-PRODUCTOS
	END-IF
	READ BACKUP-FILE
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF BACKUP-RECORD(1:6) = 'BKPEND'
			MOVE BACKUP-RECORD(1:13) TO WS-TRAILER-VIEW
			MOVE BT-RECORD-COUNT TO WS-EXPECTED-COUNT
			SET TRAILER-SEEN TO TRUE
		ELSE
			PERFORM LOAD-BACKUP-RECORD
		END-IF
		READ BACKUP-FILE
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE BACKUP-FILE
	IF WS-RECOVER-MASTER = 'ACCOUNTS'
		CLOSE RECOVER-ACCOUNTS
	ELSE
		CLOSE RECOVER-PRODUCTOS
	END-IF
	IF NOT TRAILER-SEEN OR WS-BACKUP-COUNT NOT = WS-EXPECTED-COUNT
		DISPLAY '*** Generation ' FUNCTION TRIM(WS-BACKUP-NAME)
			' failed its control count: expected ' WS-EXPECTED-COUNT
			' loaded ' WS-BACKUP-COUNT ' ***'
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

LOAD-BACKUP-RECORD.
	IF WS-RECOVER-MASTER = 'ACCOUNTS'
		MOVE BACKUP-RECORD(1:38) TO RA-IMAGE
		MOVE 'N' TO RA-JOINED
		WRITE RECOVER-ACCOUNT-RECORD
			INVALID KEY DISPLAY 'duplicate key in backup skipped'
			NOT INVALID KEY ADD 1 TO WS-BACKUP-COUNT
		END-WRITE
	ELSE
		MOVE BACKUP-RECORD(1:70) TO RP-IMAGE
		MOVE 'N' TO RP-JOINED
		MOVE 'N' TO RP-MOVED
		MOVE 'N' TO RP-ADDED
		WRITE RECOVER-PRODUCTO-RECORD
			INVALID KEY DISPLAY 'duplicate key in backup skipped'
			NOT INVALID KEY ADD 1 TO WS-BACKUP-COUNT
		END-WRITE
	END-IF.

*> openings and maintenance from the generation's day to the stop
*> point, in the order they were made. Maintenance never moves the
*> balance (postings do), so only the maintained fields are taken
*> from the after image; an opening brings the whole record.
APPLY-ACCOUNT-CHANGES.
	OPEN I-O RECOVER-ACCOUNTS
	OPEN INPUT CHANGE-HISTORY
	MOVE 'N' TO WS-EOF
	READ CHANGE-HISTORY
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF CH-FILE-ID = 'ACCOUNTS'
			AND CH-TIMESTAMP(1:8) NOT < WS-BACKUP-DATE
			AND CH-TIMESTAMP NOT > WS-STOP-STAMP
			AND CH-RECORD-KEY(1:10) IS NUMERIC
			PERFORM APPLY-ACCOUNT-CHANGE
		END-IF
		READ CHANGE-HISTORY
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE CHANGE-HISTORY
	CLOSE RECOVER-ACCOUNTS.

APPLY-ACCOUNT-CHANGE.
	MOVE CH-AFTER-IMAGE(1:38) TO WS-AFTER-ACCOUNT
	MOVE CH-RECORD-KEY(1:10) TO RA-ACCOUNT-NO
	READ RECOVER-ACCOUNTS
		INVALID KEY
			IF CH-AFTER-IMAGE NOT = SPACES
				MOVE WS-AFTER-ACCOUNT TO RA-IMAGE
				MOVE 'Y' TO RA-JOINED
				WRITE RECOVER-ACCOUNT-RECORD
				ADD 1 TO WS-RECORDS-ADDED
				ADD 1 TO WS-CHANGES-APPLIED
			END-IF
			EXIT PARAGRAPH
	END-READ
	IF CH-AFTER-IMAGE = SPACES
		DELETE RECOVER-ACCOUNTS
		ADD 1 TO WS-RECORDS-DELETED
		ADD 1 TO WS-CHANGES-APPLIED
		EXIT PARAGRAPH
	END-IF
	MOVE RA-IMAGE TO ACCOUNT-MASTER-RECORD
	MOVE WA-STATUS TO AM-STATUS
	MOVE WA-STATEMENT-CYCLE TO AM-STATEMENT-CYCLE
	MOVE WA-CURRENCY-CODE TO AM-CURRENCY-CODE
	MOVE WA-PRODUCT-CODE TO AM-PRODUCT-CODE
	IF WA-LAST-ACTIVITY-DATE > AM-LAST-ACTIVITY-DATE
		MOVE WA-LAST-ACTIVITY-DATE TO AM-LAST-ACTIVITY-DATE
	END-IF
	MOVE ACCOUNT-MASTER-RECORD TO RA-IMAGE
	REWRITE RECOVER-ACCOUNT-RECORD
	ADD 1 TO WS-CHANGES-APPLIED.

*> every posted movement from the generation's day on, in account /
*> date / sequence order: up to the stop date it is applied, after it
*> it only counts towards the trial-balance proof
APPLY-ACCOUNT-POSTINGS.
	OPEN I-O RECOVER-ACCOUNTS
	OPEN INPUT ACCOUNT-HISTORY
	IF NOT FS-STATUS-OK
		DISPLAY 'No ACCOUNT-HISTORY.DAT - no postings to roll forward'
		CLOSE RECOVER-ACCOUNTS
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO AH-KEY
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				ADD 1 TO JS-RECORDS-READ
				IF AH-POST-DATE NOT < WS-BACKUP-DATE
					IF AH-POST-DATE > WS-STOP-DATE
						PERFORM NOTE-POSTING-AFTER-STOP
					ELSE
						PERFORM APPLY-ACCOUNT-POSTING
					END-IF
				END-IF
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-HISTORY
	CLOSE RECOVER-ACCOUNTS.

APPLY-ACCOUNT-POSTING.
	MOVE AH-ACCOUNT-NO TO RA-ACCOUNT-NO
	READ RECOVER-ACCOUNTS
		INVALID KEY
*> an account opened since the generation with no opening on the
*> change history: it can only be rebuilt from its postings
			MOVE SPACES TO ACCOUNT-MASTER-RECORD
			MOVE AH-ACCOUNT-NO TO AM-ACCOUNT-NO
			MOVE ZERO TO AM-BALANCE
			MOVE 'A' TO AM-STATUS
			MOVE ZERO TO AM-STATEMENT-CYCLE
			MOVE ACCOUNT-MASTER-RECORD TO RA-IMAGE
			MOVE 'Y' TO RA-JOINED
			WRITE RECOVER-ACCOUNT-RECORD
			ADD 1 TO WS-CREATED-FROM-TRAIL
			MOVE SPACES TO WS-BREAK-LINE
			MOVE AH-ACCOUNT-NO TO BL-KEY
			MOVE 'REBUILT FROM POSTINGS ONLY' TO BL-REASON
			MOVE WS-BREAK-LINE(1:50) TO RECOVERY-LINE
			WRITE RECOVERY-LINE
	END-READ
	MOVE RA-IMAGE TO ACCOUNT-MASTER-RECORD
	IF RA-JOINED NOT = 'Y' AND AH-POST-DATE = WS-BACKUP-DATE
		IF AH-CREDIT
			COMPUTE WS-BEFORE-BALANCE = AH-NEW-BALANCE - AH-AMOUNT
		ELSE
			COMPUTE WS-BEFORE-BALANCE = AH-NEW-BALANCE + AH-AMOUNT
		END-IF
		IF WS-BEFORE-BALANCE NOT = AM-BALANCE
			ADD 1 TO WS-ROWS-IN-BACKUP
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF AH-CREDIT
		ADD AH-AMOUNT TO AM-BALANCE
	ELSE
		SUBTRACT AH-AMOUNT FROM AM-BALANCE
	END-IF
	IF AH-POST-DATE > AM-LAST-ACTIVITY-DATE
		MOVE AH-POST-DATE TO AM-LAST-ACTIVITY-DATE
	END-IF
	MOVE ACCOUNT-MASTER-RECORD TO RA-IMAGE
	MOVE 'Y' TO RA-JOINED
	REWRITE RECOVER-ACCOUNT-RECORD
	ADD 1 TO WS-ROWS-APPLIED.

NOTE-POSTING-AFTER-STOP.
	ADD 1 TO WS-ROWS-AFTER-STOP
	MOVE AH-ACCOUNT-NO TO RA-ACCOUNT-NO
	MOVE SPACES TO WS-CCY-WANTED
	READ RECOVER-ACCOUNTS
		NOT INVALID KEY
			MOVE RA-IMAGE TO ACCOUNT-MASTER-RECORD
			MOVE AM-CURRENCY-CODE TO WS-CCY-WANTED
	END-READ
	PERFORM LOCATE-CURRENCY
	IF WS-CCY-SUB = ZERO
		EXIT PARAGRAPH
	END-IF
	IF AH-CREDIT
		ADD AH-AMOUNT TO WS-CCY-AFTER-STOP(WS-CCY-SUB)
	ELSE
		SUBTRACT AH-AMOUNT FROM WS-CCY-AFTER-STOP(WS-CCY-SUB)
	END-IF.

*> finds (or opens) the proof row for WS-CCY-WANTED; zero when the
*> table is full
LOCATE-CURRENCY.
	MOVE ZERO TO WS-CCY-SUB
	PERFORM VARYING WS-CCY-IX FROM 1 BY 1
		UNTIL WS-CCY-IX > WS-CCY-COUNT
		IF WS-CCY-CODE(WS-CCY-IX) = WS-CCY-WANTED
			MOVE WS-CCY-IX TO WS-CCY-SUB
		END-IF
	END-PERFORM
	IF WS-CCY-SUB = ZERO AND WS-CCY-COUNT < 20
		ADD 1 TO WS-CCY-COUNT
		MOVE WS-CCY-COUNT TO WS-CCY-SUB
		MOVE WS-CCY-WANTED TO WS-CCY-CODE(WS-CCY-SUB)
		MOVE ZERO TO WS-CCY-RECOVERED(WS-CCY-SUB)
			WS-CCY-AFTER-STOP(WS-CCY-SUB)
			WS-CCY-TRIAL(WS-CCY-SUB)
		MOVE 'N' TO WS-CCY-ON-TRIAL(WS-CCY-SUB)
	END-IF.

*> recovered balances by currency against the last trial balance's
*> actual closing totals, less what was posted after the stop point
PROVE-ACCOUNTS.
	OPEN INPUT RECOVER-ACCOUNTS
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO RA-ACCOUNT-NO
	START RECOVER-ACCOUNTS KEY IS GREATER THAN OR EQUAL TO RA-ACCOUNT-NO
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ RECOVER-ACCOUNTS NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				ADD 1 TO WS-RECOVERED-COUNT
				MOVE RA-IMAGE TO ACCOUNT-MASTER-RECORD
				MOVE AM-CURRENCY-CODE TO WS-CCY-WANTED
				PERFORM LOCATE-CURRENCY
				IF WS-CCY-SUB NOT = ZERO
					ADD AM-BALANCE TO WS-CCY-RECOVERED(WS-CCY-SUB)
				END-IF
		END-READ
	END-PERFORM
	CLOSE RECOVER-ACCOUNTS
	OPEN INPUT TRIAL-BALANCE-REPORT
	IF NOT RP-OK
		CLOSE TRIAL-BALANCE-REPORT
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'no TRIAL-BALANCE.PRT to prove the balances against'
			TO WS-PROOF-REASON
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	MOVE SPACES TO WS-TRIAL-CURRENCY
	READ TRIAL-BALANCE-REPORT
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF TRIAL-BALANCE-LINE(1:9) = 'CURRENCY '
			IF TRIAL-BALANCE-LINE(10:4) = 'BASE'
				MOVE SPACES TO WS-TRIAL-CURRENCY
			ELSE
				MOVE TRIAL-BALANCE-LINE(10:3) TO WS-TRIAL-CURRENCY
			END-IF
		END-IF
		IF TRIAL-BALANCE-LINE(1:20) = 'ACTUAL CLOSING TOTAL'
			MOVE WS-TRIAL-CURRENCY TO WS-CCY-WANTED
			PERFORM LOCATE-CURRENCY
			IF WS-CCY-SUB NOT = ZERO
				COMPUTE WS-CCY-TRIAL(WS-CCY-SUB) =
					FUNCTION NUMVAL(TRIAL-BALANCE-LINE(25:15))
				MOVE 'Y' TO WS-CCY-ON-TRIAL(WS-CCY-SUB)
			END-IF
		END-IF
		READ TRIAL-BALANCE-REPORT
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE TRIAL-BALANCE-REPORT
	MOVE SPACES TO RECOVERY-LINE
	WRITE RECOVERY-LINE
	MOVE 'PROOF AGAINST TRIAL-BALANCE.PRT' TO RECOVERY-LINE
	WRITE RECOVERY-LINE
	PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
		UNTIL WS-CCY-SUB > WS-CCY-COUNT
		PERFORM PROVE-ONE-CURRENCY
	END-PERFORM.

PROVE-ONE-CURRENCY.
	COMPUTE WS-EXPECTED-TOTAL = WS-CCY-TRIAL(WS-CCY-SUB)
		- WS-CCY-AFTER-STOP(WS-CCY-SUB)
	MOVE SPACES TO PL-CURRENCY PL-RESULT
	IF WS-CCY-CODE(WS-CCY-SUB) = SPACES
		MOVE 'BASE' TO PL-CURRENCY
	ELSE
		MOVE WS-CCY-CODE(WS-CCY-SUB) TO PL-CURRENCY
	END-IF
	MOVE WS-CCY-RECOVERED(WS-CCY-SUB) TO PL-RECOVERED
	MOVE WS-EXPECTED-TOTAL TO PL-EXPECTED
	EVALUATE TRUE
		WHEN WS-CCY-ON-TRIAL(WS-CCY-SUB) NOT = 'Y'
			AND WS-CCY-RECOVERED(WS-CCY-SUB) NOT = ZERO
			MOVE '*** NOT ON TRIAL' TO PL-RESULT
			MOVE 'N' TO WS-PROOF-FLAG
			MOVE 'a currency is not on the trial balance'
				TO WS-PROOF-REASON
		WHEN WS-CCY-RECOVERED(WS-CCY-SUB) NOT = WS-EXPECTED-TOTAL
			MOVE '*** DOES NOT AGREE' TO PL-RESULT
			MOVE 'N' TO WS-PROOF-FLAG
			MOVE 'recovered balances disagree with the trial balance'
				TO WS-PROOF-REASON
		WHEN OTHER
			MOVE 'AGREES' TO PL-RESULT
	END-EVALUATE
	MOVE WS-PROOF-LINE TO RECOVERY-LINE
	WRITE RECOVERY-LINE.

*> product maintenance from the generation's day to the stop point;
*> stock itself comes from the movements (a count adjustment is on
*> MOVIMIENTOS-HIST as well as here), so PM-CANTIDAD is only taken
*> from a product added since the generation
APPLY-PRODUCTO-CHANGES.
	OPEN I-O RECOVER-PRODUCTOS
	OPEN INPUT CHANGE-HISTORY
	MOVE 'N' TO WS-EOF
	READ CHANGE-HISTORY
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		IF CH-FILE-ID = 'PRODUCTOS'
			AND CH-TIMESTAMP(1:8) NOT < WS-BACKUP-DATE
			AND CH-TIMESTAMP NOT > WS-STOP-STAMP
			PERFORM APPLY-PRODUCTO-CHANGE
		END-IF
		READ CHANGE-HISTORY
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE CHANGE-HISTORY
	CLOSE RECOVER-PRODUCTOS.

APPLY-PRODUCTO-CHANGE.
	MOVE CH-AFTER-IMAGE(1:70) TO WS-AFTER-PRODUCTO
	MOVE CH-RECORD-KEY(1:15) TO RP-KEY
	READ RECOVER-PRODUCTOS
		INVALID KEY
			IF CH-AFTER-IMAGE NOT = SPACES
				MOVE WS-AFTER-PRODUCTO TO RP-IMAGE
				MOVE 'Y' TO RP-JOINED
				MOVE 'N' TO RP-MOVED
				MOVE 'Y' TO RP-ADDED
				WRITE RECOVER-PRODUCTO-RECORD
				ADD 1 TO WS-RECORDS-ADDED
				ADD 1 TO WS-CHANGES-APPLIED
			END-IF
			EXIT PARAGRAPH
	END-READ
	IF CH-AFTER-IMAGE = SPACES
		DELETE RECOVER-PRODUCTOS
		ADD 1 TO WS-RECORDS-DELETED
		ADD 1 TO WS-CHANGES-APPLIED
		EXIT PARAGRAPH
	END-IF
	MOVE RP-IMAGE TO PRODUCTO-MASTER-RECORD
	MOVE WP-PRODUCTO TO PM-PRODUCTO
	MOVE WP-REORDER-POINT TO PM-REORDER-POINT
	MOVE WP-PROVEEDOR TO PM-PROVEEDOR
	MOVE WP-COSTO-UNITARIO TO PM-COSTO-UNITARIO
	MOVE WP-UNIDAD TO PM-UNIDAD
	MOVE PRODUCTO-MASTER-RECORD TO RP-IMAGE
	REWRITE RECOVER-PRODUCTO-RECORD
	ADD 1 TO WS-CHANGES-APPLIED.

*> every applied movement from the generation's day on, in the order
*> written; each link's stock before must be the stock the previous
*> link left, the same chain STOCK-RECONCILE checks
APPLY-PRODUCTO-MOVEMENTS.
	OPEN I-O RECOVER-PRODUCTOS
	OPEN INPUT MOVIMIENTOS-HIST
	MOVE 'N' TO WS-EOF
	READ MOVIMIENTOS-HIST
		AT END SET END-OF-FILE TO TRUE
	END-READ
	PERFORM UNTIL END-OF-FILE
		ADD 1 TO JS-RECORDS-READ
		IF MH-FECHA NOT < WS-BACKUP-DATE
			IF MH-FECHA > WS-STOP-DATE
				PERFORM NOTE-MOVEMENT-AFTER-STOP
			ELSE
				PERFORM APPLY-PRODUCTO-MOVEMENT
			END-IF
		END-IF
		READ MOVIMIENTOS-HIST
			AT END SET END-OF-FILE TO TRUE
		END-READ
	END-PERFORM
	CLOSE MOVIMIENTOS-HIST
	CLOSE RECOVER-PRODUCTOS.

APPLY-PRODUCTO-MOVEMENT.
	MOVE SPACES TO RP-KEY
	STRING MH-CODIGO MH-ALMACEN DELIMITED BY SIZE INTO RP-KEY
	READ RECOVER-PRODUCTOS
		INVALID KEY
*> a product added since the generation with no maintenance record
*> of it: rebuilt from its movements alone
			MOVE SPACES TO PRODUCTO-MASTER-RECORD
			MOVE MH-CODIGO TO PM-CODIGO
			MOVE MH-ALMACEN TO PM-ALMACEN-ID
			MOVE MH-STOCK-ANTES TO PM-CANTIDAD
			MOVE ZERO TO PM-REORDER-POINT PM-COSTO-UNITARIO
			MOVE PRODUCTO-MASTER-RECORD TO RP-IMAGE
			MOVE 'Y' TO RP-JOINED
			MOVE 'N' TO RP-MOVED
			MOVE 'Y' TO RP-ADDED
			WRITE RECOVER-PRODUCTO-RECORD
			ADD 1 TO WS-CREATED-FROM-TRAIL
			MOVE SPACES TO WS-BREAK-LINE
			MOVE RP-KEY TO BL-KEY
			MOVE 'REBUILT FROM MOVEMENTS ONLY' TO BL-REASON
			MOVE WS-BREAK-LINE(1:50) TO RECOVERY-LINE
			WRITE RECOVERY-LINE
	END-READ
	MOVE RP-IMAGE TO PRODUCTO-MASTER-RECORD
	IF RP-JOINED NOT = 'Y' AND MH-FECHA = WS-BACKUP-DATE
		AND MH-STOCK-ANTES NOT = PM-CANTIDAD
		ADD 1 TO WS-ROWS-IN-BACKUP
		EXIT PARAGRAPH
	END-IF
	IF MH-STOCK-ANTES NOT = PM-CANTIDAD
		ADD 1 TO WS-CHAIN-BREAKS
		MOVE SPACES TO WS-BREAK-LINE
		MOVE RP-KEY TO BL-KEY
		MOVE 'STOCK BEFORE DOES NOT JOIN' TO BL-REASON
		MOVE PM-CANTIDAD TO BL-EXPECTED
		MOVE MH-STOCK-ANTES TO BL-FOUND
		MOVE WS-BREAK-LINE TO RECOVERY-LINE
		WRITE RECOVERY-LINE
	END-IF
	MOVE MH-STOCK-DESPUES TO PM-CANTIDAD
	MOVE PRODUCTO-MASTER-RECORD TO RP-IMAGE
	MOVE 'Y' TO RP-JOINED
	MOVE 'Y' TO RP-MOVED
	REWRITE RECOVER-PRODUCTO-RECORD
	ADD 1 TO WS-ROWS-APPLIED.

NOTE-MOVEMENT-AFTER-STOP.
	ADD 1 TO WS-ROWS-AFTER-STOP
	MOVE SPACES TO RP-KEY
	STRING MH-CODIGO MH-ALMACEN DELIMITED BY SIZE INTO RP-KEY
	READ RECOVER-PRODUCTOS
		NOT INVALID KEY
			MOVE 'Y' TO RP-MOVED
			REWRITE RECOVER-PRODUCTO-RECORD
	END-READ.

*> no broken link, every key nothing has moved since the generation
*> still stands at the stock reconciliation's closing, and the keys
*> agree both ways with the snapshot
PROVE-PRODUCTOS.
	MOVE SPACES TO RECOVERY-LINE
	WRITE RECOVERY-LINE
	MOVE 'PROOF AGAINST THE STOCK RECONCILIATION' TO RECOVERY-LINE
	WRITE RECOVERY-LINE
	IF WS-CHAIN-BREAKS > ZERO
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'the movement chain is broken' TO WS-PROOF-REASON
	END-IF
	OPEN INPUT STOCK-SNAPSHOT
	IF NOT SS-OK
		CLOSE STOCK-SNAPSHOT
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'no STOCK-SNAPSHOT.DAT to prove the stock against'
			TO WS-PROOF-REASON
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT RECOVER-PRODUCTOS
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO RP-KEY
	START RECOVER-PRODUCTOS KEY IS GREATER THAN OR EQUAL TO RP-KEY
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ RECOVER-PRODUCTOS NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				ADD 1 TO WS-RECOVERED-COUNT
				PERFORM PROVE-ONE-PRODUCTO
		END-READ
	END-PERFORM
	PERFORM PROVE-SNAPSHOT-KEYS
	CLOSE RECOVER-PRODUCTOS
	CLOSE STOCK-SNAPSHOT
	IF WS-SNAPSHOT-BREAKS > ZERO
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'recovered stock disagrees with STOCK-SNAPSHOT.DAT'
			TO WS-PROOF-REASON
	END-IF
	IF WS-SNAPSHOT-UNKNOWN > ZERO
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'recovered keys are not on STOCK-SNAPSHOT.DAT'
			TO WS-PROOF-REASON
	END-IF
	IF WS-SNAPSHOT-MISSING > ZERO
		MOVE 'N' TO WS-PROOF-FLAG
		MOVE 'STOCK-SNAPSHOT.DAT keys are missing from the rebuild'
			TO WS-PROOF-REASON
	END-IF.

*> a key the snapshot does not hold is only expected when the trail
*> added it since the generation; the stock is compared only where
*> nothing has moved it
PROVE-ONE-PRODUCTO.
	MOVE RP-IMAGE TO PRODUCTO-MASTER-RECORD
	MOVE PM-KEY TO SS-KEY
	READ STOCK-SNAPSHOT
		INVALID KEY
			IF RP-ADDED NOT = 'Y'
				ADD 1 TO WS-SNAPSHOT-UNKNOWN
				MOVE SPACES TO WS-BREAK-LINE
				MOVE PM-KEY TO BL-KEY
				MOVE 'NOT ON THE STOCK SNAPSHOT' TO BL-REASON
				MOVE ZERO TO BL-EXPECTED
				MOVE PM-CANTIDAD TO BL-FOUND
				MOVE WS-BREAK-LINE TO RECOVERY-LINE
				WRITE RECOVERY-LINE
			END-IF
			EXIT PARAGRAPH
	END-READ
	IF RP-MOVED = 'Y'
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-SNAPSHOT-COMPARED
	IF SS-CANTIDAD NOT = PM-CANTIDAD
		ADD 1 TO WS-SNAPSHOT-BREAKS
		MOVE SPACES TO WS-BREAK-LINE
		MOVE PM-KEY TO BL-KEY
		MOVE 'NOT AT THE RECONCILED CLOSING' TO BL-REASON
		MOVE SS-CANTIDAD TO BL-EXPECTED
		MOVE PM-CANTIDAD TO BL-FOUND
		MOVE WS-BREAK-LINE TO RECOVERY-LINE
		WRITE RECOVERY-LINE
	END-IF.

*> the other way round: every key on the snapshot must be in the
*> rebuild, unless maintenance deleted it. The snapshot keeps the keys
*> of deleted products, so a missing key is looked up on
*> CHANGE-HISTORY.
PROVE-SNAPSHOT-KEYS.
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO SS-KEY
	START STOCK-SNAPSHOT KEY IS GREATER THAN OR EQUAL TO SS-KEY
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ STOCK-SNAPSHOT NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				PERFORM PROVE-ONE-SNAPSHOT-KEY
		END-READ
	END-PERFORM.

PROVE-ONE-SNAPSHOT-KEY.
	MOVE SS-KEY TO RP-KEY
	READ RECOVER-PRODUCTOS
		INVALID KEY CONTINUE
		NOT INVALID KEY EXIT PARAGRAPH
	END-READ
	PERFORM FIND-LAST-PRODUCTO-CHANGE
	IF LAST-CHANGE-DELETE
		ADD 1 TO WS-SNAPSHOT-DELETED
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-SNAPSHOT-MISSING
	MOVE SPACES TO WS-BREAK-LINE
	MOVE SS-KEY TO BL-KEY
	MOVE 'MISSING FROM THE REBUILD' TO BL-REASON
	MOVE SS-CANTIDAD TO BL-EXPECTED
	MOVE ZERO TO BL-FOUND
	MOVE WS-BREAK-LINE TO RECOVERY-LINE
	WRITE RECOVERY-LINE.

*> the last row for the key up to the stop point; a blank after image
*> is a deletion
FIND-LAST-PRODUCTO-CHANGE.
	MOVE SPACE TO WS-LAST-CHANGE
	OPEN INPUT CHANGE-HISTORY
	MOVE 'N' TO WS-HISTORY-EOF
	READ CHANGE-HISTORY
		AT END SET END-OF-HISTORY TO TRUE
	END-READ
	PERFORM UNTIL END-OF-HISTORY
		IF CH-FILE-ID = 'PRODUCTOS'
			AND CH-RECORD-KEY(1:15) = SS-KEY
			AND CH-TIMESTAMP NOT > WS-STOP-STAMP
			IF CH-AFTER-IMAGE = SPACES
				MOVE 'D' TO WS-LAST-CHANGE
			ELSE
				MOVE 'C' TO WS-LAST-CHANGE
			END-IF
		END-IF
		READ CHANGE-HISTORY
			AT END SET END-OF-HISTORY TO TRUE
		END-READ
	END-PERFORM
	CLOSE CHANGE-HISTORY.

WRITE-RECOVERY-COUNTS.
	MOVE SPACES TO RECOVERY-LINE
	WRITE RECOVERY-LINE
	MOVE 'RECORDS LOADED FROM THE GENERATION' TO CL-LABEL
	MOVE WS-BACKUP-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'MAINTENANCE CHANGES APPLIED' TO CL-LABEL
	MOVE WS-CHANGES-APPLIED TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE '  OF WHICH RECORDS ADDED' TO CL-LABEL
	MOVE WS-RECORDS-ADDED TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE '  OF WHICH RECORDS DELETED' TO CL-LABEL
	MOVE WS-RECORDS-DELETED TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	IF WS-RECOVER-MASTER = 'ACCOUNTS'
		MOVE 'POSTINGS APPLIED' TO CL-LABEL
	ELSE
		MOVE 'MOVEMENTS APPLIED' TO CL-LABEL
	END-IF
	MOVE WS-ROWS-APPLIED TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'ROWS OF THE GENERATION DAY ALREADY IN IT' TO CL-LABEL
	MOVE WS-ROWS-IN-BACKUP TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'ROWS AFTER THE STOP POINT (NOT APPLIED)' TO CL-LABEL
	MOVE WS-ROWS-AFTER-STOP TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	MOVE 'RECORDS REBUILT FROM THE TRAIL ALONE' TO CL-LABEL
	MOVE WS-CREATED-FROM-TRAIL TO CL-COUNT
	PERFORM WRITE-COUNT-LINE
	IF WS-RECOVER-MASTER = 'PRODUCTOS'
		MOVE 'BROKEN MOVEMENT LINKS' TO CL-LABEL
		MOVE WS-CHAIN-BREAKS TO CL-COUNT
		PERFORM WRITE-COUNT-LINE
		MOVE 'UNMOVED KEYS PROVEN AGAINST THE SNAPSHOT' TO CL-LABEL
		MOVE WS-SNAPSHOT-COMPARED TO CL-COUNT
		PERFORM WRITE-COUNT-LINE
		MOVE 'RECOVERED KEYS NOT ON THE SNAPSHOT' TO CL-LABEL
		MOVE WS-SNAPSHOT-UNKNOWN TO CL-COUNT
		PERFORM WRITE-COUNT-LINE
		MOVE 'SNAPSHOT KEYS MISSING FROM THE REBUILD' TO CL-LABEL
		MOVE WS-SNAPSHOT-MISSING TO CL-COUNT
		PERFORM WRITE-COUNT-LINE
		MOVE 'SNAPSHOT KEYS DELETED BY MAINTENANCE' TO CL-LABEL
		MOVE WS-SNAPSHOT-DELETED TO CL-COUNT
		PERFORM WRITE-COUNT-LINE
	END-IF
	MOVE 'RECORDS IN THE RECOVERED MASTER' TO CL-LABEL
	MOVE WS-RECOVERED-COUNT TO CL-COUNT
	PERFORM WRITE-COUNT-LINE.

WRITE-COUNT-LINE.
	MOVE WS-COUNT-LINE TO RECOVERY-LINE
	WRITE RECOVERY-LINE.

*> the proven rebuild replaces the live master; if the master does not
*> open nothing is copied and BEGIN reports the rebuild as unreleased
RELEASE-ACCOUNTS.
	OPEN INPUT RECOVER-ACCOUNTS
	OPEN OUTPUT ACCOUNT-MASTER
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF NOT FS-STATUS-OK
		MOVE FS-STATUS-CODE TO WS-RELEASE-STATUS
		DISPLAY '*** ACCOUNT-MASTER did not open for the release ***'
		CLOSE ACCOUNT-MASTER
		CLOSE RECOVER-ACCOUNTS
		MOVE 'N' TO WS-RELEASE-FLAG
		MOVE 8 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO RA-ACCOUNT-NO
	START RECOVER-ACCOUNTS KEY IS GREATER THAN OR EQUAL TO RA-ACCOUNT-NO
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ RECOVER-ACCOUNTS NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				MOVE RA-IMAGE TO ACCOUNT-MASTER-RECORD
				WRITE ACCOUNT-MASTER-RECORD
				MOVE 'WRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
				PERFORM CHECK-FILE-STATUS
				ADD 1 TO WS-RELEASED-COUNT
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-MASTER
	CLOSE RECOVER-ACCOUNTS.

RELEASE-PRODUCTOS.
	OPEN INPUT RECOVER-PRODUCTOS
	OPEN OUTPUT PRODUCTO-MASTER
	MOVE 'OPEN PRODUCTO-MASTER' TO FS-LAST-OPERATION
	MOVE PM-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	IF NOT PM-OK
		MOVE PM-FILE-STATUS TO WS-RELEASE-STATUS
		DISPLAY '*** PRODUCTO-MASTER did not open for the release ***'
		CLOSE PRODUCTO-MASTER
		CLOSE RECOVER-PRODUCTOS
		MOVE 'N' TO WS-RELEASE-FLAG
		MOVE 8 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF
	MOVE LOW-VALUES TO RP-KEY
	START RECOVER-PRODUCTOS KEY IS GREATER THAN OR EQUAL TO RP-KEY
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ RECOVER-PRODUCTOS NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				MOVE RP-IMAGE TO PRODUCTO-MASTER-RECORD
				WRITE PRODUCTO-MASTER-RECORD
					INVALID KEY DISPLAY 'duplicate key on release '
						PM-KEY
					NOT INVALID KEY ADD 1 TO WS-RELEASED-COUNT
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE PRODUCTO-MASTER
	CLOSE RECOVER-PRODUCTOS.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.
