*> Purpose: Change-of-address and returned-mail batch for CUSTOMER-MASTER
*>
*> Addresses used to change only when a clerk opened CUSTOMER-MAINT,
*> and returned statements sat in a tray while we kept mailing
*> addresses we knew were wrong. Each night this applies:
*>   - the postal service's change-of-address file
*>     (CHANGE-OF-ADDRESS.DAT): the mover is matched to the customer
*>     by name and old street and zip (the postal file does not know
*>     our customer numbers); a mover matching no customer, or more
*>     than one, is left alone and reported;
*>   - the returned-mail log (RETURNED-MAIL.DAT, keyed by the customer
*>     number printed on what we sent): a forwarding address is
*>     applied like a postal change; with none - or one that will not
*>     parse - the customer goes to CU-HOLD-MAIL so nothing more is
*>     sent to an address we know is wrong.
*> Every new address goes through ADDRESS-PARSER's parse and
*> state/zip validation (the shared ADDRESS-PARSE paragraphs) before it
*> touches the master; one that fails is not applied. A good new
*> address also lifts a mail hold (never a do-not-mail). Each change
*> goes on the dated ADDRESS-HISTORY, and both input files are emptied
*> once applied, the way AR-PAYMENTS consumes its receipts.
*> What happened is kept through the week on ADDRESS-CHANGES-WEEK.DAT;
*> on the report day (shared parameter ADDRESS-REPORT-DAY, 0=Monday
*> through 6=Sunday, default 4 = Friday, or any night with
*> ADDRESS_WEEKLY_REPORT=Y) ADDRESS-CHANGES-WEEKLY.RPT lists what
*> changed, what was held and what could not be applied, and the week
*> starts again.
*>
*> Mod history:
*> 24.11.30 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRESS-CHANGES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPTIONAL POSTAL-CHANGES ASSIGN TO 'CHANGE-OF-ADDRESS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL RETURNED-MAIL ASSIGN TO 'RETURNED-MAIL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT OPTIONAL WEEK-REGISTER ASSIGN TO 'ADDRESS-CHANGES-WEEK.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT WEEKLY-REPORT ASSIGN TO 'ADDRESS-CHANGES-WEEKLY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY CUSTOMER-MASTER-SELECT.
	COPY ADDRESS-HISTORY-SELECT.
	COPY STATE-CODES-SELECT.
	COPY PARAM-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
*> one mover per line as the postal service sends it
FD POSTAL-CHANGES.
01 POSTAL-CHANGE-RECORD.
	05 CO-NAME PIC X(30).
	05 CO-OLD-STREET PIC X(30).
	05 CO-OLD-ZIP PIC X(10).
	05 CO-EFFECTIVE-DATE PIC 9(8).
	05 CO-NEW-ADDRESS PIC X(100).

*> keyed from the customer number on the returned envelope; a blank
*> forwarding address means the post office had none
FD RETURNED-MAIL.
01 RETURNED-MAIL-RECORD.
	05 RM-CUSTOMER-NO PIC 9(6).
	05 RM-RETURN-DATE PIC 9(8).
	05 RM-REASON PIC X(20).
	05 RM-FORWARD-ADDRESS PIC X(100).

FD WEEK-REGISTER.
01 WEEK-REGISTER-RECORD.
	05 WR-RUN-DATE PIC 9(8).
	05 WR-ACTION PIC X.
		88 WR-CHANGED VALUE 'C'.
		88 WR-HELD VALUE 'H'.
		88 WR-NOT-APPLIED VALUE 'U'.
	05 WR-SOURCE PIC X(8).
	05 WR-CUSTOMER-NO PIC 9(6).
	05 WR-NAME PIC X(30).
	05 WR-DETAIL PIC X(72).

FD WEEKLY-REPORT.
01 WEEKLY-LINE PIC X(132).

COPY CUSTOMER-MASTER-FD.

COPY ADDRESS-HISTORY-FD.

COPY STATE-CODES-FD.

COPY PARAM-FD.
COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-REPORT-DAY PIC 9 VALUE 4.
01 WS-DAY-NUMBER PIC 9.
01 WS-FORCE-REPORT PIC X VALUE 'N'.
	88 WEEKLY-REPORT-FORCED VALUE 'Y'.
01 WS-CO-EOF PIC X VALUE 'N'.
	88 POSTAL-EOF VALUE 'Y'.
01 WS-RM-EOF PIC X VALUE 'N'.
	88 RETURNS-EOF VALUE 'Y'.
01 WS-CU-EOF PIC X VALUE 'N'.
	88 CUSTOMERS-EOF VALUE 'Y'.
01 WS-WR-EOF PIC X VALUE 'N'.
	88 REGISTER-EOF VALUE 'Y'.
01 WS-MATCH-COUNT PIC 9(3).
01 WS-MATCH-CUSTOMER PIC 9(6).
01 WS-EFFECTIVE-DATE PIC 9(8).
01 WS-SOURCE-CODE PIC X.
01 WS-SOURCE-NAME PIC X(8).
01 WS-SECTION-ACTION PIC X.
01 WS-SECTION-COUNT PIC 9(5).
01 WS-POSTAL-READ PIC 9(5) VALUE ZERO.
01 WS-RETURNS-READ PIC 9(5) VALUE ZERO.
01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
01 WS-NOT-APPLIED-COUNT PIC 9(5) VALUE ZERO.
01 WS-NEW-ADDRESS-LINE PIC X(72).
01 WS-SECTION-HEADING PIC X(60).
01 WS-REPORT-DETAIL.
	05 RD-RUN-DATE PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RD-SOURCE PIC X(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RD-CUSTOMER PIC X(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RD-NAME PIC X(30).
	05 FILLER PIC X(2) VALUE SPACES.
	05 RD-DETAIL PIC X(72).
01 WS-REPORT-COLUMNS.
	05 FILLER PIC X(10) VALUE 'RUN DATE'.
	05 FILLER PIC X(10) VALUE 'SOURCE'.
	05 FILLER PIC X(8) VALUE 'CUSTNO'.
	05 FILLER PIC X(32) VALUE 'NAME'.
	05 FILLER PIC X(72) VALUE 'ADDRESS / REASON'.
COPY CUSTOMER-MASTER-STATUS.
COPY ADDRESS-HISTORY-STATUS.
COPY ADDRESS-HISTORY-FIELDS.
COPY STATE-CODES-STATUS.
COPY ADDRESS-PARSE-FIELDS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'ADDRESS-CHANGES' TO EL-CALLING-PROGRAM.
	MOVE 'ADDRESS-CHANGES' TO JS-CALLING-PROGRAM.
*> the batch is the operator on the address history
	MOVE 'ADDR-CHG' TO AT-CURRENT-OPERATOR.
	PERFORM START-JOB-STATS.
	MOVE 'ADDRESS-REPORT-DAY' TO PRM-LOOKUP-KEY.
	PERFORM GET-RUNTIME-PARAMETER.
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-REPORT-DAY
	END-IF.
	DISPLAY 'Parameters in effect: weekly report on day ' WS-REPORT-DAY
		' (0=Monday)'.
	ACCEPT WS-FORCE-REPORT FROM ENVIRONMENT 'ADDRESS_WEEKLY_REPORT'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	OPEN I-O CUSTOMER-MASTER.
	IF NOT CU-OK
		DISPLAY 'CUSTOMER-MASTER not available - run abandoned'
		CLOSE CUSTOMER-MASTER
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM Load-State-Codes THRU Load-State-Codes-Exit.
	OPEN EXTEND WEEK-REGISTER.
	PERFORM APPLY-POSTAL-CHANGES.
	PERFORM APPLY-RETURNED-MAIL.
	CLOSE WEEK-REGISTER.
	CLOSE CUSTOMER-MASTER.
*> the inputs are consumed so the same change is never applied twice
	OPEN OUTPUT POSTAL-CHANGES.
	CLOSE POSTAL-CHANGES.
	OPEN OUTPUT RETURNED-MAIL.
	CLOSE RETURNED-MAIL.
	DISPLAY 'Address changes: ' WS-CHANGED-COUNT ' changed, '
		WS-HELD-COUNT ' held, ' WS-NOT-APPLIED-COUNT ' not applied'.
	COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
		FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1, 7)
	IF WS-DAY-NUMBER = WS-REPORT-DAY OR WEEKLY-REPORT-FORCED
		PERFORM WRITE-WEEKLY-REPORT
	END-IF
	COMPUTE JS-RECORDS-READ = WS-POSTAL-READ + WS-RETURNS-READ.
	COMPUTE JS-RECORDS-WRITTEN = WS-CHANGED-COUNT + WS-HELD-COUNT.
	MOVE WS-NOT-APPLIED-COUNT TO JS-RECORDS-REJECTED.
	PERFORM END-JOB-STATS.
	STOP RUN.

APPLY-POSTAL-CHANGES.
	OPEN INPUT POSTAL-CHANGES
	READ POSTAL-CHANGES
		AT END SET POSTAL-EOF TO TRUE
	END-READ
	PERFORM UNTIL POSTAL-EOF
		ADD 1 TO WS-POSTAL-READ
		PERFORM APPLY-ONE-POSTAL-CHANGE THRU APPLY-ONE-POSTAL-CHANGE-EXIT
		READ POSTAL-CHANGES
			AT END SET POSTAL-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE POSTAL-CHANGES.

APPLY-ONE-POSTAL-CHANGE.
	MOVE 'C' TO WS-SOURCE-CODE
	MOVE 'POSTAL' TO WS-SOURCE-NAME
	MOVE CO-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
	PERFORM MATCH-MOVER
	IF WS-MATCH-COUNT NOT = 1
		MOVE ZERO TO CU-CUSTOMER-NO
		MOVE CO-NAME TO CU-NAME
		MOVE SPACES TO WS-NEW-ADDRESS-LINE
		IF WS-MATCH-COUNT = ZERO
			STRING 'NO CUSTOMER AT ' CO-OLD-STREET ' ' CO-OLD-ZIP
				DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
		ELSE
			STRING WS-MATCH-COUNT ' CUSTOMERS AT ' CO-OLD-STREET
				' ' CO-OLD-ZIP
				DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
		END-IF
		PERFORM REGISTER-NOT-APPLIED
		GO TO APPLY-ONE-POSTAL-CHANGE-EXIT
	END-IF
	MOVE WS-MATCH-CUSTOMER TO CU-CUSTOMER-NO
	READ CUSTOMER-MASTER
	MOVE 'READ CUSTOMER-MASTER' TO FS-LAST-OPERATION
	MOVE CU-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	MOVE CO-NEW-ADDRESS TO Address-To-Parse
	PERFORM Parse-Address-Text
	IF NOT Address-Is-Valid
		MOVE SPACES TO WS-NEW-ADDRESS-LINE
		STRING 'NEW ADDRESS ' Exception-Reason ': ' CO-NEW-ADDRESS
			DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
		PERFORM REGISTER-NOT-APPLIED
		GO TO APPLY-ONE-POSTAL-CHANGE-EXIT
	END-IF
	PERFORM APPLY-NEW-ADDRESS.
	APPLY-ONE-POSTAL-CHANGE-EXIT.
	EXIT.

*> the postal file knows the mover by name and old address only; the
*> zip is compared on its first five digits since either side may
*> carry the extended form
MATCH-MOVER.
	MOVE ZERO TO WS-MATCH-COUNT
	MOVE ZERO TO WS-MATCH-CUSTOMER
	MOVE 'N' TO WS-CU-EOF
	MOVE LOW-VALUES TO CU-CUSTOMER-NO
	START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL TO CU-CUSTOMER-NO
		INVALID KEY SET CUSTOMERS-EOF TO TRUE
	END-START
	PERFORM UNTIL CUSTOMERS-EOF
		READ CUSTOMER-MASTER NEXT RECORD
			AT END SET CUSTOMERS-EOF TO TRUE
			NOT AT END
				IF CU-NAME = CO-NAME AND CU-STREET = CO-OLD-STREET
					AND CU-ZIP(1:5) = CO-OLD-ZIP(1:5)
					ADD 1 TO WS-MATCH-COUNT
					MOVE CU-CUSTOMER-NO TO WS-MATCH-CUSTOMER
				END-IF
		END-READ
	END-PERFORM.

APPLY-RETURNED-MAIL.
	OPEN INPUT RETURNED-MAIL
	READ RETURNED-MAIL
		AT END SET RETURNS-EOF TO TRUE
	END-READ
	PERFORM UNTIL RETURNS-EOF
		ADD 1 TO WS-RETURNS-READ
		PERFORM APPLY-ONE-RETURN THRU APPLY-ONE-RETURN-EXIT
		READ RETURNED-MAIL
			AT END SET RETURNS-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE RETURNED-MAIL.

APPLY-ONE-RETURN.
	MOVE 'R' TO WS-SOURCE-CODE
	MOVE 'RETURNED' TO WS-SOURCE-NAME
	MOVE RM-RETURN-DATE TO WS-EFFECTIVE-DATE
	MOVE RM-CUSTOMER-NO TO CU-CUSTOMER-NO
	READ CUSTOMER-MASTER
		INVALID KEY
			MOVE SPACES TO CU-NAME
			MOVE SPACES TO WS-NEW-ADDRESS-LINE
			STRING 'NO SUCH CUSTOMER - ' RM-REASON
				DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
			PERFORM REGISTER-NOT-APPLIED
			GO TO APPLY-ONE-RETURN-EXIT
	END-READ
	IF RM-FORWARD-ADDRESS NOT = SPACES
		MOVE RM-FORWARD-ADDRESS TO Address-To-Parse
		PERFORM Parse-Address-Text
		IF Address-Is-Valid
			PERFORM APPLY-NEW-ADDRESS
			GO TO APPLY-ONE-RETURN-EXIT
		END-IF
		MOVE SPACES TO WS-NEW-ADDRESS-LINE
		STRING 'FORWARDING ' Exception-Reason ' - ' RM-REASON
			DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
	ELSE
		MOVE SPACES TO WS-NEW-ADDRESS-LINE
		STRING 'NO FORWARDING ADDRESS - ' RM-REASON
			DELIMITED BY SIZE INTO WS-NEW-ADDRESS-LINE
	END-IF
*> a customer already held or never mailed needs nothing more
	IF CU-HOLD-MAIL OR CU-DO-NOT-MAIL
		GO TO APPLY-ONE-RETURN-EXIT
	END-IF
	PERFORM HOLD-CUSTOMER-MAIL.
	APPLY-ONE-RETURN-EXIT.
	EXIT.

*> the customer's record is in the record area and the parsed address
*> in the shared parse fields
APPLY-NEW-ADDRESS.
	IF CU-STREET = Street-Address AND CU-APT = Apt-Number
		AND CU-CITY = City AND CU-STATE = State AND CU-ZIP = Zip-Code
		AND NOT CU-HOLD-MAIL
		EXIT PARAGRAPH
	END-IF
	PERFORM NOTE-ADDRESS-BEFORE
	MOVE Street-Address TO CU-STREET
	MOVE Apt-Number TO CU-APT
	MOVE City TO CU-CITY
	MOVE State TO CU-STATE
	MOVE Zip-Code TO CU-ZIP
	IF CU-HOLD-MAIL
		MOVE 'M' TO CU-MAIL-FLAG
	END-IF
	REWRITE CUSTOMER-MASTER-RECORD
	MOVE 'REWRITE CUSTOMER-MASTER' TO FS-LAST-OPERATION
	MOVE CU-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	MOVE WS-SOURCE-CODE TO CAHL-SOURCE
	MOVE WS-EFFECTIVE-DATE TO CAHL-EFFECTIVE-DATE
	PERFORM LOG-ADDRESS-HISTORY
	ADD 1 TO WS-CHANGED-COUNT
	MOVE SPACES TO WS-NEW-ADDRESS-LINE
	STRING CU-STREET DELIMITED BY '  '
		', ' CU-APT DELIMITED BY '  '
		', ' CU-CITY DELIMITED BY '  '
		', ' CU-STATE ' ' CU-ZIP DELIMITED BY SIZE
		INTO WS-NEW-ADDRESS-LINE
	SET WR-CHANGED TO TRUE
	PERFORM WRITE-REGISTER-ROW.

HOLD-CUSTOMER-MAIL.
	PERFORM NOTE-ADDRESS-BEFORE
	MOVE 'H' TO CU-MAIL-FLAG
	REWRITE CUSTOMER-MASTER-RECORD
	MOVE 'REWRITE CUSTOMER-MASTER' TO FS-LAST-OPERATION
	MOVE CU-FILE-STATUS TO FS-STATUS-CODE
	PERFORM CHECK-FILE-STATUS
	MOVE 'H' TO CAHL-SOURCE
	MOVE WS-EFFECTIVE-DATE TO CAHL-EFFECTIVE-DATE
	PERFORM LOG-ADDRESS-HISTORY
	ADD 1 TO WS-HELD-COUNT
	SET WR-HELD TO TRUE
	PERFORM WRITE-REGISTER-ROW.

REGISTER-NOT-APPLIED.
	ADD 1 TO WS-NOT-APPLIED-COUNT
	MOVE CU-CUSTOMER-NO TO EL-TRACKED-RESOURCE
	MOVE SPACES TO EL-ERROR-MESSAGE
	STRING WS-SOURCE-NAME ' address change not applied'
		DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
	PERFORM LOG-ERROR-TO-SYSERR
	SET WR-NOT-APPLIED TO TRUE
	PERFORM WRITE-REGISTER-ROW.

WRITE-REGISTER-ROW.
	MOVE WS-TODAY-DATE TO WR-RUN-DATE
	MOVE WS-SOURCE-NAME TO WR-SOURCE
	MOVE CU-CUSTOMER-NO TO WR-CUSTOMER-NO
	MOVE CU-NAME TO WR-NAME
	MOVE WS-NEW-ADDRESS-LINE TO WR-DETAIL
	WRITE WEEK-REGISTER-RECORD
	MOVE 'WRITE WEEK-REGISTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

*> one pass of the week's register per section, then the register
*> is emptied for the week to come
WRITE-WEEKLY-REPORT.
	OPEN OUTPUT WEEKLY-REPORT
	MOVE 'OPEN WEEKLY-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO WEEKLY-LINE
	STRING 'CUSTOMER ADDRESS CHANGES - WEEK ENDING ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO WEEKLY-LINE
	WRITE WEEKLY-LINE
	MOVE 'C' TO WS-SECTION-ACTION
	MOVE 'ADDRESSES CHANGED' TO WS-SECTION-HEADING
	PERFORM WRITE-REPORT-SECTION
	MOVE 'H' TO WS-SECTION-ACTION
	MOVE 'MAIL HELD - RETURNED WITH NO USABLE FORWARDING ADDRESS'
		TO WS-SECTION-HEADING
	PERFORM WRITE-REPORT-SECTION
	MOVE 'U' TO WS-SECTION-ACTION
	MOVE 'NOT APPLIED - NO CUSTOMER MATCHED OR ADDRESS INVALID'
		TO WS-SECTION-HEADING
	PERFORM WRITE-REPORT-SECTION
	CLOSE WEEKLY-REPORT
	OPEN OUTPUT WEEK-REGISTER
	CLOSE WEEK-REGISTER
	DISPLAY 'Weekly address-change report written'.

WRITE-REPORT-SECTION.
	MOVE SPACES TO WEEKLY-LINE
	WRITE WEEKLY-LINE
	MOVE WS-SECTION-HEADING TO WEEKLY-LINE
	WRITE WEEKLY-LINE
	MOVE WS-REPORT-COLUMNS TO WEEKLY-LINE
	WRITE WEEKLY-LINE
	MOVE ZERO TO WS-SECTION-COUNT
	MOVE 'N' TO WS-WR-EOF
	OPEN INPUT WEEK-REGISTER
	READ WEEK-REGISTER
		AT END SET REGISTER-EOF TO TRUE
	END-READ
	PERFORM UNTIL REGISTER-EOF
		IF WR-ACTION = WS-SECTION-ACTION
			ADD 1 TO WS-SECTION-COUNT
			MOVE WR-RUN-DATE TO RD-RUN-DATE
			MOVE WR-SOURCE TO RD-SOURCE
			IF WR-CUSTOMER-NO = ZERO
				MOVE SPACES TO RD-CUSTOMER
			ELSE
				MOVE WR-CUSTOMER-NO TO RD-CUSTOMER
			END-IF
			MOVE WR-NAME TO RD-NAME
			MOVE WR-DETAIL TO RD-DETAIL
			MOVE WS-REPORT-DETAIL TO WEEKLY-LINE
			WRITE WEEKLY-LINE
		END-IF
		READ WEEK-REGISTER
			AT END SET REGISTER-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE WEEK-REGISTER
	MOVE SPACES TO WEEKLY-LINE
	STRING '  TOTAL: ' WS-SECTION-COUNT
		DELIMITED BY SIZE INTO WEEKLY-LINE
	WRITE WEEKLY-LINE.

COPY ADDRESS-PARSE.

COPY ADDRESS-HISTORY-WRITE.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.
