*>
*> Mod history:
*> 24.04.18 AN - initial version.
*> 24.12.09 AN - each account swept dormant goes on CHANGE-HISTORY with
*>               its before and after images, so MASTER-RECOVERY can
*>               roll the sweep forward onto a restored ACCOUNTS file.

IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANCY-SWEEP.
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY AUDIT-LOG-SELECT.
	COPY CHANGE-HISTORY-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
01 DORMANCY-REPORT-LINE PIC X(80).

COPY AUDIT-LOG-FD.
COPY CHANGE-HISTORY-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
	05 DL-NOTE PIC X(24).
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY CHANGE-HISTORY-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
	END-EVALUATE.

SWEEP-ACCOUNT-DORMANT.
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-BEFORE
	MOVE 'D' TO AM-STATUS
	MOVE SPACES TO CH-LOG-AFTER
	MOVE ACCOUNT-MASTER-RECORD TO CH-LOG-AFTER
	MOVE 'ACCOUNTS' TO CH-LOG-FILE-ID
	MOVE AM-ACCOUNT-NO TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	REWRITE ACCOUNT-MASTER-RECORD
	MOVE 'REWRITE ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS

COPY AUDIT-LOG-WRITE.

COPY CHANGE-HISTORY-WRITE.

COPY JOB-STATS-WRITE.
