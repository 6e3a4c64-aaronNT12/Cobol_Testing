*> Purpose: Weekly cross-master referential integrity report
*>
*> MASTER-VERIFY proves each indexed master is sound on its own, but
*> nothing proves the masters agree with one another: an account can
*> be closed or purged with standing orders, overdraft links, blocks
*> or beneficiaries still pointing at it, a supplier or department
*> removed with products or employees still carrying its code, a
*> customer merged away under its account links, a relative deleted
*> from the register under an emergency contact. This walks every such
*> relationship and prints each broken reference with the file, the
*> key and the rule broken:
*>
*>   STANDING-ORDERS        paying account, and a transfer's payee
*>                          account, on ACCOUNT-MASTER and not closed
*>   OVERDRAFT-LINKS        protected and funding accounts on
*>                          ACCOUNT-MASTER and not closed
*>   OVERDRAFT-FACILITIES   account on ACCOUNT-MASTER and not closed
*>   ACCOUNT-BLOCKS         account on ACCOUNT-MASTER
*>   POD-BENEFICIARIES      account on ACCOUNT-MASTER, beneficiary on
*>                          the relatives register
*>   CUSTOMER-ACCOUNTS      customer on CUSTOMER-MASTER, account on
*>                          ACCOUNT-MASTER
*>   PRODUCTO-MASTER        PM-PROVEEDOR on PROVEEDOR-MASTER
*>   EMPLOYEE.DAT           a working employee's department on
*>                          DEPARTMENT-MASTER
*>   EMERGENCY-CONTACTS     contact on the relatives register
*>
*> Each run's breaks are kept in INTEGRITY-CONTROL.DAT; the next run
*> marks a break it finds there again as a REPEAT, and the summary
*> gives per file this run's breaks against the last run's, the
*> repeats, the new ones and those cleared, so the list can be seen to
*> shrink. A master that is not there is reported and its checks are
*> skipped; the last run's breaks under a skipped check are carried
*> into INTEGRITY-CONTROL.DAT unchanged rather than counted cleared, and
*> a file not checked at all shows NOT CHECKED in the summary. Output
*> is INTEGRITY.RPT. Runs weekly from JOB-SCHEDULE.DAT (a WD job).
*>
*> Mod history:
*> 24.12.05 AN - initial version.
*> 24.12.09 AN - breaks under a check skipped for a missing file are
*>               kept for the next run, not shown as cleared.

IDENTIFICATION DIVISION.
PROGRAM-ID. REFERENTIAL-INTEGRITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY STANDING-ORDERS-SELECT.
	COPY OVERDRAFT-LINKS-SELECT.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY ACCOUNT-BLOCKS-SELECT.
	COPY POD-BENEFICIARIES-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	COPY PRODUCTO-MASTER-SELECT.
	COPY PROVEEDOR-MASTER-SELECT.
	SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS EF-FILE-STATUS.
	COPY DEPARTMENT-MASTER-SELECT.
	SELECT EMERGENCY-CONTACTS ASSIGN TO 'EMERGENCY-CONTACTS.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS EC-EMPLOYEE-ID
		FILE STATUS IS EC-FILE-STATUS.
	SELECT relatives ASSIGN TO 'relatives.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nicknum
		FILE STATUS IS RL-FILE-STATUS.
	SELECT OPTIONAL INTEGRITY-CONTROL ASSIGN TO 'INTEGRITY-CONTROL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS IC-FILE-STATUS.
	SELECT INTEGRITY-REPORT ASSIGN TO 'INTEGRITY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY STANDING-ORDERS-FD.

COPY OVERDRAFT-LINKS-FD.

COPY OVERDRAFT-FACILITIES-FD.

COPY ACCOUNT-BLOCKS-FD.

COPY POD-BENEFICIARIES-FD.

COPY CUSTOMER-MASTER-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

COPY PRODUCTO-MASTER-FD.

COPY PROVEEDOR-MASTER-FD.

FD EMPLOYEE-FILE.
01 EMPLOYEE-RECORD.
	05 EF-EMPLOYEE-ID PIC 9(5).
	05 EF-EMPLOYEE-NAME PIC X(30).
	05 EF-DEPARTMENT PIC X(10).
	05 EF-SALARY PIC 9(7)V99.
	05 EF-TAX PIC 9(5)V99.
	05 EF-BENEFITS PIC 9(5)V99.
	05 EF-PROVINCE PIC X(2).
	05 EF-DEPOSIT-ACCOUNT PIC 9(10).
	05 EF-HIRE-DATE PIC 9(8).
	05 EF-TERM-DATE PIC 9(8).
	05 EF-PAY-BASIS PIC X.
	05 EF-HOURLY-RATE PIC 9(3)V99.
	05 EF-PAY-FREQUENCY PIC X.

COPY DEPARTMENT-MASTER-FD.

FD EMERGENCY-CONTACTS.
01 EMERGENCY-CONTACT-RECORD.
	05 EC-EMPLOYEE-ID PIC 9(5).
	05 EC-NICKNUM PIC 9(5).

FD relatives.
01 person.
	05 nicknum       PIC 9(5).
	05 firstname     PIC x(48).
	05 lastname      PIC x(64).
	05 relationship  PIC x(32).
	05 birthdate     PIC 9(8).
	05 link-type     PIC x(10).
	05 link-nicknum  PIC 9(5).

FD INTEGRITY-CONTROL.
01 INTEGRITY-CONTROL-RECORD.
	05 IC-FILE-ID PIC X(20).
	05 IC-KEY PIC X(20).
	05 IC-RULE PIC X(40).

FD INTEGRITY-REPORT.
01 INTEGRITY-REPORT-LINE PIC X(100).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-SCAN-EOF PIC X.
	88 SCAN-EOF VALUE 'Y'.
01 WS-IC-EOF PIC X VALUE 'N'.
	88 CONTROL-EOF VALUE 'Y'.
COPY OVERDRAFT-LINKS-STATUS.
COPY OVERDRAFT-FACILITIES-STATUS.
COPY ACCOUNT-BLOCKS-STATUS.
COPY POD-BENEFICIARIES-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY PROVEEDOR-MASTER-STATUS.
COPY DEPARTMENT-MASTER-STATUS.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 EF-FILE-STATUS PIC X(2).
	88 EF-OK VALUE '00'.
01 EC-FILE-STATUS PIC X(2).
	88 EC-OK VALUE '00'.
01 RL-FILE-STATUS PIC X(2).
	88 RL-OK VALUE '00'.
01 IC-FILE-STATUS PIC X(2).
	88 IC-OK VALUE '00'.
*> which of the referenced masters could be opened for lookups
01 WS-AM-OPEN PIC X VALUE 'N'.
	88 ACCOUNTS-OPEN VALUE 'Y'.
01 WS-CU-OPEN PIC X VALUE 'N'.
	88 CUSTOMERS-OPEN VALUE 'Y'.
01 WS-PV-OPEN PIC X VALUE 'N'.
	88 SUPPLIERS-OPEN VALUE 'Y'.
01 WS-DM-OPEN PIC X VALUE 'N'.
	88 DEPARTMENTS-OPEN VALUE 'Y'.
01 WS-RL-OPEN PIC X VALUE 'N'.
	88 RELATIVES-OPEN VALUE 'Y'.
*> one account reference looked up: missing, closed or good
01 WS-REF-ACCOUNT PIC 9(10).
01 WS-REF-RESULT PIC X.
	88 REF-MISSING VALUE 'M'.
	88 REF-CLOSED VALUE 'C'.
	88 REF-GOOD VALUE ' '.
01 WS-FILE-ID PIC X(20).
01 WS-RECORD-COUNT PIC 9(7).
*> the break being reported
01 WS-BRK-KEY PIC X(20).
01 WS-BRK-RULE PIC X(40).
01 WS-BRK-STATE PIC X(6).
01 WS-BREAK-COUNT PIC 9(5) VALUE ZERO.
01 WS-REPEAT-COUNT PIC 9(5) VALUE ZERO.
01 WS-LAST-RUN-COUNT PIC 9(5) VALUE ZERO.
*> last run's breaks, loaded at start
01 WS-PREV-COUNT PIC 9(4) VALUE ZERO.
01 WS-PREV-TABLE.
	05 WS-PREV-ENTRY OCCURS 2000 TIMES.
		10 WS-PREV-FILE PIC X(20).
		10 WS-PREV-KEY PIC X(20).
		10 WS-PREV-RULE PIC X(40).
*> this run's breaks, saved at the end for next week
01 WS-THIS-COUNT PIC 9(4) VALUE ZERO.
01 WS-THIS-TABLE.
	05 WS-THIS-ENTRY OCCURS 2000 TIMES.
		10 WS-THIS-FILE PIC X(20).
		10 WS-THIS-KEY PIC X(20).
		10 WS-THIS-RULE PIC X(40).
01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
	88 CONTROL-OVERFLOWED VALUE 'Y'.
01 WS-PREV-SUB PIC 9(4).
01 WS-FOUND-SUB PIC 9(4).
*> per-file summary, last run against this run
01 WS-SUM-COUNT PIC 9(2) VALUE ZERO.
01 WS-SUM-TABLE.
	05 WS-SUM-ENTRY OCCURS 20 TIMES.
		10 WS-SUM-FILE PIC X(20).
		10 WS-SUM-NOW PIC 9(5).
		10 WS-SUM-LAST PIC 9(5).
		10 WS-SUM-REPEAT PIC 9(5).
		10 WS-SUM-KEPT PIC 9(5).
		10 WS-SUM-STATE PIC X.
			88 SUM-NOT-CHECKED VALUE 'N'.
			88 SUM-PART-CHECKED VALUE 'P'.
01 WS-SUM-SUB PIC 9(2).
*> the rule whose last-run breaks are kept unchecked; spaces for all
01 WS-KEEP-RULE PIC X(40).
01 WS-SUM-FOUND PIC 9(2).
01 WS-BREAK-LINE.
	05 BL-FILE PIC X(20).
	05 FILLER PIC X(1) VALUE SPACE.
	05 BL-KEY PIC X(20).
	05 FILLER PIC X(1) VALUE SPACE.
	05 BL-RULE PIC X(40).
	05 FILLER PIC X(2) VALUE SPACES.
	05 BL-STATE PIC X(6).
01 WS-SUMMARY-LINE.
	05 SL-FILE PIC X(20).
	05 SL-NOW PIC ZZZZ9.
	05 FILLER PIC X(4) VALUE SPACES.
	05 SL-LAST PIC ZZZZ9.
	05 FILLER PIC X(4) VALUE SPACES.
	05 SL-REPEAT PIC ZZZZ9.
	05 FILLER PIC X(4) VALUE SPACES.
	05 SL-NEW PIC ZZZZ9.
	05 FILLER PIC X(4) VALUE SPACES.
	05 SL-CLEARED PIC ZZZZ9.
01 WS-NEW-COUNT PIC 9(5).
01 WS-CLEARED-COUNT PIC 9(5).
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'REFERENTIAL-INTEGRITY' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	PERFORM LOAD-INTEGRITY-CONTROL.
	OPEN OUTPUT INTEGRITY-REPORT.
	MOVE 'CROSS-MASTER REFERENTIAL INTEGRITY' TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	PERFORM OPEN-LOOKUP-MASTERS.
	PERFORM CHECK-STANDING-ORDERS THRU CHECK-STANDING-ORDERS-EXIT.
	PERFORM CHECK-OVERDRAFT-LINKS THRU CHECK-OVERDRAFT-LINKS-EXIT.
	PERFORM CHECK-OVERDRAFT-FACILITIES
		THRU CHECK-OVERDRAFT-FACILITIES-EXIT.
	PERFORM CHECK-ACCOUNT-BLOCKS THRU CHECK-ACCOUNT-BLOCKS-EXIT.
	PERFORM CHECK-BENEFICIARIES THRU CHECK-BENEFICIARIES-EXIT.
	PERFORM CHECK-CUSTOMER-ACCOUNTS THRU CHECK-CUSTOMER-ACCOUNTS-EXIT.
	PERFORM CHECK-PRODUCT-SUPPLIERS THRU CHECK-PRODUCT-SUPPLIERS-EXIT.
	PERFORM CHECK-EMPLOYEE-DEPARTMENTS
		THRU CHECK-EMPLOYEE-DEPARTMENTS-EXIT.
	PERFORM CHECK-EMERGENCY-CONTACTS THRU CHECK-EMERGENCY-CONTACTS-EXIT.
	PERFORM CLOSE-LOOKUP-MASTERS.
	PERFORM WRITE-INTEGRITY-SUMMARY.
	CLOSE INTEGRITY-REPORT.
	PERFORM SAVE-INTEGRITY-CONTROL.
	MOVE WS-BREAK-COUNT TO JS-RECORDS-REJECTED
	IF WS-BREAK-COUNT > ZERO
		DISPLAY '*** ' WS-BREAK-COUNT ' broken reference(s), '
			WS-REPEAT-COUNT ' repeated from the last run - see '
			'INTEGRITY.RPT ***'
	ELSE
		DISPLAY 'Masters agree with one another - no broken references'
	END-IF.
	PERFORM END-JOB-STATS.
	STOP RUN.

LOAD-INTEGRITY-CONTROL.
	OPEN INPUT INTEGRITY-CONTROL
	IF IC-OK
		READ INTEGRITY-CONTROL
			AT END SET CONTROL-EOF TO TRUE
		END-READ
		PERFORM UNTIL CONTROL-EOF
			ADD 1 TO WS-LAST-RUN-COUNT
			IF WS-PREV-COUNT < 2000
				ADD 1 TO WS-PREV-COUNT
				MOVE IC-FILE-ID TO WS-PREV-FILE(WS-PREV-COUNT)
				MOVE IC-KEY TO WS-PREV-KEY(WS-PREV-COUNT)
				MOVE IC-RULE TO WS-PREV-RULE(WS-PREV-COUNT)
			END-IF
			MOVE IC-FILE-ID TO WS-FILE-ID
			PERFORM LOCATE-SUMMARY
			IF WS-SUM-FOUND NOT = ZERO
				ADD 1 TO WS-SUM-LAST(WS-SUM-FOUND)
			END-IF
			READ INTEGRITY-CONTROL
				AT END SET CONTROL-EOF TO TRUE
			END-READ
		END-PERFORM
	END-IF
	CLOSE INTEGRITY-CONTROL.

SAVE-INTEGRITY-CONTROL.
	OPEN OUTPUT INTEGRITY-CONTROL
	PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
		UNTIL WS-PREV-SUB > WS-THIS-COUNT
		MOVE WS-THIS-FILE(WS-PREV-SUB) TO IC-FILE-ID
		MOVE WS-THIS-KEY(WS-PREV-SUB) TO IC-KEY
		MOVE WS-THIS-RULE(WS-PREV-SUB) TO IC-RULE
		WRITE INTEGRITY-CONTROL-RECORD
	END-PERFORM
	CLOSE INTEGRITY-CONTROL.

*> the masters the references point at, opened once for random reads
OPEN-LOOKUP-MASTERS.
	OPEN INPUT ACCOUNT-MASTER
	IF FS-STATUS-OK
		SET ACCOUNTS-OPEN TO TRUE
	ELSE
		MOVE 'ACCOUNT-MASTER' TO WS-FILE-ID
		PERFORM REPORT-MASTER-ABSENT
	END-IF
	OPEN INPUT CUSTOMER-MASTER
	IF CU-OK
		SET CUSTOMERS-OPEN TO TRUE
	ELSE
		MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID
		PERFORM REPORT-MASTER-ABSENT
	END-IF
	OPEN INPUT PROVEEDOR-MASTER
	IF PV-OK
		SET SUPPLIERS-OPEN TO TRUE
	ELSE
		MOVE 'PROVEEDOR-MASTER' TO WS-FILE-ID
		PERFORM REPORT-MASTER-ABSENT
	END-IF
	OPEN INPUT DEPARTMENT-MASTER
	IF DM-OK
		SET DEPARTMENTS-OPEN TO TRUE
	ELSE
		MOVE 'DEPARTMENT-MASTER' TO WS-FILE-ID
		PERFORM REPORT-MASTER-ABSENT
	END-IF
	OPEN INPUT relatives
	IF RL-OK
		SET RELATIVES-OPEN TO TRUE
	ELSE
		MOVE 'relatives.dat' TO WS-FILE-ID
		PERFORM REPORT-MASTER-ABSENT
	END-IF.

CLOSE-LOOKUP-MASTERS.
	IF ACCOUNTS-OPEN
		CLOSE ACCOUNT-MASTER
	END-IF
	IF CUSTOMERS-OPEN
		CLOSE CUSTOMER-MASTER
	END-IF
	IF SUPPLIERS-OPEN
		CLOSE PROVEEDOR-MASTER
	END-IF
	IF DEPARTMENTS-OPEN
		CLOSE DEPARTMENT-MASTER
	END-IF
	IF RELATIVES-OPEN
		CLOSE relatives
	END-IF.

REPORT-MASTER-ABSENT.
	MOVE SPACES TO INTEGRITY-REPORT-LINE
	STRING FUNCTION TRIM(WS-FILE-ID)
		' NOT AVAILABLE - CHECKS AGAINST IT SKIPPED'
		DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE.

*> heading for one file's section
START-FILE-SECTION.
	MOVE ZERO TO WS-RECORD-COUNT
	MOVE SPACES TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	MOVE WS-FILE-ID TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE.

END-FILE-SECTION.
	ADD WS-RECORD-COUNT TO JS-RECORDS-READ
	MOVE SPACES TO INTEGRITY-REPORT-LINE
	STRING '  ' WS-RECORD-COUNT ' RECORD(S) CHECKED'
		DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE.

*> sets WS-REF-RESULT for WS-REF-ACCOUNT
LOOK-UP-ACCOUNT.
	MOVE SPACE TO WS-REF-RESULT
	MOVE WS-REF-ACCOUNT TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			SET REF-MISSING TO TRUE
		NOT INVALID KEY
			IF AM-CLOSED
				SET REF-CLOSED TO TRUE
			END-IF
	END-READ.

*> one broken reference: marked against the last run, listed, and
*> kept for the next
REPORT-BREAK.
	ADD 1 TO WS-BREAK-COUNT
	MOVE 'NEW' TO WS-BRK-STATE
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
		UNTIL WS-PREV-SUB > WS-PREV-COUNT OR WS-FOUND-SUB NOT = ZERO
		IF WS-PREV-FILE(WS-PREV-SUB) = WS-FILE-ID
			AND WS-PREV-KEY(WS-PREV-SUB) = WS-BRK-KEY
			AND WS-PREV-RULE(WS-PREV-SUB) = WS-BRK-RULE
			MOVE WS-PREV-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	PERFORM LOCATE-SUMMARY
	IF WS-FOUND-SUB NOT = ZERO
		MOVE 'REPEAT' TO WS-BRK-STATE
		ADD 1 TO WS-REPEAT-COUNT
		IF WS-SUM-FOUND NOT = ZERO
			ADD 1 TO WS-SUM-REPEAT(WS-SUM-FOUND)
		END-IF
	END-IF
	IF WS-SUM-FOUND NOT = ZERO
		ADD 1 TO WS-SUM-NOW(WS-SUM-FOUND)
	END-IF
	IF WS-THIS-COUNT < 2000
		ADD 1 TO WS-THIS-COUNT
		MOVE WS-FILE-ID TO WS-THIS-FILE(WS-THIS-COUNT)
		MOVE WS-BRK-KEY TO WS-THIS-KEY(WS-THIS-COUNT)
		MOVE WS-BRK-RULE TO WS-THIS-RULE(WS-THIS-COUNT)
	ELSE
		SET CONTROL-OVERFLOWED TO TRUE
	END-IF
	MOVE WS-FILE-ID TO BL-FILE
	MOVE WS-BRK-KEY TO BL-KEY
	MOVE WS-BRK-RULE TO BL-RULE
	MOVE WS-BRK-STATE TO BL-STATE
	MOVE WS-BREAK-LINE TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE.

*> finds (or opens) the summary row for WS-FILE-ID
LOCATE-SUMMARY.
	MOVE ZERO TO WS-SUM-FOUND
	PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
		UNTIL WS-SUM-SUB > WS-SUM-COUNT
		IF WS-SUM-FILE(WS-SUM-SUB) = WS-FILE-ID
			MOVE WS-SUM-SUB TO WS-SUM-FOUND
		END-IF
	END-PERFORM
	IF WS-SUM-FOUND = ZERO AND WS-SUM-COUNT < 20
		ADD 1 TO WS-SUM-COUNT
		MOVE WS-SUM-COUNT TO WS-SUM-FOUND
		MOVE WS-FILE-ID TO WS-SUM-FILE(WS-SUM-FOUND)
		MOVE ZERO TO WS-SUM-NOW(WS-SUM-FOUND)
			WS-SUM-LAST(WS-SUM-FOUND)
			WS-SUM-REPEAT(WS-SUM-FOUND)
			WS-SUM-KEPT(WS-SUM-FOUND)
		MOVE SPACE TO WS-SUM-STATE(WS-SUM-FOUND)
	END-IF.

*> a check that could not be made: the last run's breaks for
*> WS-FILE-ID (under WS-KEEP-RULE, or all of them when it is spaces)
*> go forward to the next run as they were
KEEP-UNCHECKED-BREAKS.
	PERFORM LOCATE-SUMMARY
	IF WS-SUM-FOUND = ZERO
		EXIT PARAGRAPH
	END-IF
	IF WS-KEEP-RULE = SPACES
		SET SUM-NOT-CHECKED(WS-SUM-FOUND) TO TRUE
	ELSE
		IF NOT SUM-NOT-CHECKED(WS-SUM-FOUND)
			SET SUM-PART-CHECKED(WS-SUM-FOUND) TO TRUE
		END-IF
	END-IF
	PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
		UNTIL WS-PREV-SUB > WS-PREV-COUNT
		IF WS-PREV-FILE(WS-PREV-SUB) = WS-FILE-ID
			AND (WS-KEEP-RULE = SPACES
				OR WS-PREV-RULE(WS-PREV-SUB) = WS-KEEP-RULE)
			ADD 1 TO WS-SUM-KEPT(WS-SUM-FOUND)
			IF WS-THIS-COUNT < 2000
				ADD 1 TO WS-THIS-COUNT
				MOVE WS-PREV-ENTRY(WS-PREV-SUB)
					TO WS-THIS-ENTRY(WS-THIS-COUNT)
			ELSE
				SET CONTROL-OVERFLOWED TO TRUE
			END-IF
		END-IF
	END-PERFORM.

CHECK-STANDING-ORDERS.
	MOVE 'STANDING-ORDERS' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT ACCOUNTS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-STANDING-ORDERS-EXIT
	END-IF
	OPEN INPUT STANDING-ORDERS
	IF NOT FS-STATUS-OK
		CLOSE STANDING-ORDERS
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-STANDING-ORDERS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO SO-ORDER-NO
	START STANDING-ORDERS KEY IS GREATER THAN OR EQUAL TO SO-ORDER-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ STANDING-ORDERS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				PERFORM CHECK-ONE-STANDING-ORDER
		END-READ
	END-PERFORM
	CLOSE STANDING-ORDERS
	PERFORM END-FILE-SECTION.
CHECK-STANDING-ORDERS-EXIT.
	EXIT.

CHECK-ONE-STANDING-ORDER.
	MOVE SPACES TO WS-BRK-KEY
	MOVE SO-ORDER-NO TO WS-BRK-KEY
	MOVE SO-ACCOUNT-NO TO WS-REF-ACCOUNT
	PERFORM LOOK-UP-ACCOUNT
	EVALUATE TRUE
		WHEN REF-MISSING
			MOVE 'PAYING ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
		WHEN REF-CLOSED
			MOVE 'PAYING ACCOUNT IS CLOSED' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
	END-EVALUATE
	IF SO-TYPE = 'T'
		MOVE SO-TO-ACCOUNT-NO TO WS-REF-ACCOUNT
		PERFORM LOOK-UP-ACCOUNT
		EVALUATE TRUE
			WHEN REF-MISSING
				MOVE 'PAYEE ACCOUNT NOT ON ACCOUNT-MASTER'
					TO WS-BRK-RULE
				PERFORM REPORT-BREAK
			WHEN REF-CLOSED
				MOVE 'PAYEE ACCOUNT IS CLOSED' TO WS-BRK-RULE
				PERFORM REPORT-BREAK
		END-EVALUATE
	END-IF.

CHECK-OVERDRAFT-LINKS.
	MOVE 'OVERDRAFT-LINKS' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT ACCOUNTS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-OVERDRAFT-LINKS-EXIT
	END-IF
	OPEN INPUT OVERDRAFT-LINKS
	IF NOT OL-OK
		CLOSE OVERDRAFT-LINKS
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-OVERDRAFT-LINKS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO OL-ACCOUNT-NO
	START OVERDRAFT-LINKS KEY IS GREATER THAN OR EQUAL TO OL-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ OVERDRAFT-LINKS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				PERFORM CHECK-ONE-OVERDRAFT-LINK
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-LINKS
	PERFORM END-FILE-SECTION.
CHECK-OVERDRAFT-LINKS-EXIT.
	EXIT.

CHECK-ONE-OVERDRAFT-LINK.
	MOVE SPACES TO WS-BRK-KEY
	MOVE OL-ACCOUNT-NO TO WS-BRK-KEY
	MOVE OL-ACCOUNT-NO TO WS-REF-ACCOUNT
	PERFORM LOOK-UP-ACCOUNT
	EVALUATE TRUE
		WHEN REF-MISSING
			MOVE 'PROTECTED ACCOUNT NOT ON ACCOUNT-MASTER'
				TO WS-BRK-RULE
			PERFORM REPORT-BREAK
		WHEN REF-CLOSED
			MOVE 'PROTECTED ACCOUNT IS CLOSED' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
	END-EVALUATE
	MOVE OL-FUNDING-ACCOUNT TO WS-REF-ACCOUNT
	PERFORM LOOK-UP-ACCOUNT
	EVALUATE TRUE
		WHEN REF-MISSING
			MOVE 'FUNDING ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
		WHEN REF-CLOSED
			MOVE 'FUNDING ACCOUNT IS CLOSED' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
	END-EVALUATE.

CHECK-OVERDRAFT-FACILITIES.
	MOVE 'OVERDRAFT-FACILITIES' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT ACCOUNTS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-OVERDRAFT-FACILITIES-EXIT
	END-IF
	OPEN INPUT OVERDRAFT-FACILITIES
	IF NOT OD-OK
		CLOSE OVERDRAFT-FACILITIES
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-OVERDRAFT-FACILITIES-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO OD-ACCOUNT-NO
	START OVERDRAFT-FACILITIES
		KEY IS GREATER THAN OR EQUAL TO OD-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ OVERDRAFT-FACILITIES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE SPACES TO WS-BRK-KEY
				MOVE OD-ACCOUNT-NO TO WS-BRK-KEY
				MOVE OD-ACCOUNT-NO TO WS-REF-ACCOUNT
				PERFORM LOOK-UP-ACCOUNT
				EVALUATE TRUE
					WHEN REF-MISSING
						MOVE 'ACCOUNT NOT ON ACCOUNT-MASTER'
							TO WS-BRK-RULE
						PERFORM REPORT-BREAK
					WHEN REF-CLOSED
						MOVE 'FACILITY ON A CLOSED ACCOUNT'
							TO WS-BRK-RULE
						PERFORM REPORT-BREAK
				END-EVALUATE
		END-READ
	END-PERFORM
	CLOSE OVERDRAFT-FACILITIES
	PERFORM END-FILE-SECTION.
CHECK-OVERDRAFT-FACILITIES-EXIT.
	EXIT.

*> a block on a closed account is left alone - closure settlement
*> honours it - but one on an account that is gone protects nothing
CHECK-ACCOUNT-BLOCKS.
	MOVE 'ACCOUNT-BLOCKS' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT ACCOUNTS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-ACCOUNT-BLOCKS-EXIT
	END-IF
	OPEN INPUT ACCOUNT-BLOCKS
	IF NOT AB-OK
		CLOSE ACCOUNT-BLOCKS
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-ACCOUNT-BLOCKS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO AB-ACCOUNT-NO
	START ACCOUNT-BLOCKS KEY IS GREATER THAN OR EQUAL TO AB-ACCOUNT-NO
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-BLOCKS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE SPACES TO WS-BRK-KEY
				MOVE AB-ACCOUNT-NO TO WS-BRK-KEY
				MOVE AB-ACCOUNT-NO TO WS-REF-ACCOUNT
				PERFORM LOOK-UP-ACCOUNT
				IF REF-MISSING
					MOVE 'BLOCKED ACCOUNT NOT ON ACCOUNT-MASTER'
						TO WS-BRK-RULE
					PERFORM REPORT-BREAK
				END-IF
		END-READ
	END-PERFORM
	CLOSE ACCOUNT-BLOCKS
	PERFORM END-FILE-SECTION.
CHECK-ACCOUNT-BLOCKS-EXIT.
	EXIT.

CHECK-BENEFICIARIES.
	MOVE 'POD-BENEFICIARIES' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	OPEN INPUT POD-BENEFICIARIES
	IF NOT BN-OK
		CLOSE POD-BENEFICIARIES
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-BENEFICIARIES-EXIT
	END-IF
	IF NOT ACCOUNTS-OPEN
		MOVE 'ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
	END-IF
	IF NOT RELATIVES-OPEN
		MOVE 'BENEFICIARY NOT ON THE RELATIVES REGISTER' TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO BN-KEY
	START POD-BENEFICIARIES KEY IS GREATER THAN OR EQUAL TO BN-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ POD-BENEFICIARIES NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				PERFORM CHECK-ONE-BENEFICIARY
		END-READ
	END-PERFORM
	CLOSE POD-BENEFICIARIES
	PERFORM END-FILE-SECTION.
CHECK-BENEFICIARIES-EXIT.
	EXIT.

CHECK-ONE-BENEFICIARY.
	MOVE SPACES TO WS-BRK-KEY
	STRING BN-ACCOUNT-NO '/' BN-NICKNUM
		DELIMITED BY SIZE INTO WS-BRK-KEY
	IF ACCOUNTS-OPEN
		MOVE BN-ACCOUNT-NO TO WS-REF-ACCOUNT
		PERFORM LOOK-UP-ACCOUNT
		IF REF-MISSING
			MOVE 'ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
		END-IF
	END-IF
	IF RELATIVES-OPEN
		MOVE BN-NICKNUM TO nicknum
		READ relatives
			INVALID KEY
				MOVE 'BENEFICIARY NOT ON THE RELATIVES REGISTER'
					TO WS-BRK-RULE
				PERFORM REPORT-BREAK
		END-READ
	END-IF.

CHECK-CUSTOMER-ACCOUNTS.
	MOVE 'CUSTOMER-ACCOUNTS' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-CUSTOMER-ACCOUNTS-EXIT
	END-IF
	IF NOT CUSTOMERS-OPEN
		MOVE 'CUSTOMER NOT ON CUSTOMER-MASTER' TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
	END-IF
	IF NOT ACCOUNTS-OPEN
		MOVE 'ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	READ CUSTOMER-ACCOUNTS
		AT END SET SCAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL SCAN-EOF
		ADD 1 TO WS-RECORD-COUNT
		PERFORM CHECK-ONE-CUSTOMER-ACCOUNT
		READ CUSTOMER-ACCOUNTS
			AT END SET SCAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS
	PERFORM END-FILE-SECTION.
CHECK-CUSTOMER-ACCOUNTS-EXIT.
	EXIT.

CHECK-ONE-CUSTOMER-ACCOUNT.
	MOVE SPACES TO WS-BRK-KEY
	STRING XA-CUSTOMER-NO '/' XA-ACCOUNT-NO
		DELIMITED BY SIZE INTO WS-BRK-KEY
	IF CUSTOMERS-OPEN
		MOVE XA-CUSTOMER-NO TO CU-CUSTOMER-NO
		READ CUSTOMER-MASTER
			INVALID KEY
				MOVE 'CUSTOMER NOT ON CUSTOMER-MASTER' TO WS-BRK-RULE
				PERFORM REPORT-BREAK
		END-READ
	END-IF
	IF ACCOUNTS-OPEN
		MOVE XA-ACCOUNT-NO TO WS-REF-ACCOUNT
		PERFORM LOOK-UP-ACCOUNT
		IF REF-MISSING
			MOVE 'ACCOUNT NOT ON ACCOUNT-MASTER' TO WS-BRK-RULE
			PERFORM REPORT-BREAK
		END-IF
	END-IF.

CHECK-PRODUCT-SUPPLIERS.
	MOVE 'PRODUCTO-MASTER' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT SUPPLIERS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-PRODUCT-SUPPLIERS-EXIT
	END-IF
	OPEN INPUT PRODUCTO-MASTER
	IF NOT PM-OK
		CLOSE PRODUCTO-MASTER
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-PRODUCT-SUPPLIERS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO PM-KEY
	START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ PRODUCTO-MASTER NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				IF PM-PROVEEDOR NOT = SPACES
					MOVE PM-PROVEEDOR TO PV-CODIGO
					READ PROVEEDOR-MASTER
						INVALID KEY
							MOVE PM-KEY TO WS-BRK-KEY
							MOVE 'SUPPLIER NOT ON PROVEEDOR-MASTER'
								TO WS-BRK-RULE
							PERFORM REPORT-BREAK
					END-READ
				END-IF
		END-READ
	END-PERFORM
	CLOSE PRODUCTO-MASTER
	PERFORM END-FILE-SECTION.
CHECK-PRODUCT-SUPPLIERS-EXIT.
	EXIT.

*> leavers keep the department they left from, so only working
*> employees are held to it
CHECK-EMPLOYEE-DEPARTMENTS.
	MOVE 'EMPLOYEE.DAT' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT DEPARTMENTS-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-EMPLOYEE-DEPARTMENTS-EXIT
	END-IF
	OPEN INPUT EMPLOYEE-FILE
	IF NOT EF-OK
		CLOSE EMPLOYEE-FILE
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-EMPLOYEE-DEPARTMENTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	READ EMPLOYEE-FILE
		AT END SET SCAN-EOF TO TRUE
	END-READ
	PERFORM UNTIL SCAN-EOF
		ADD 1 TO WS-RECORD-COUNT
		IF EF-TERM-DATE = ZERO
			MOVE EF-DEPARTMENT TO DM-CODE
			READ DEPARTMENT-MASTER
				INVALID KEY
					MOVE SPACES TO WS-BRK-KEY
					MOVE EF-EMPLOYEE-ID TO WS-BRK-KEY
					MOVE 'DEPARTMENT NOT ON DEPARTMENT-MASTER'
						TO WS-BRK-RULE
					PERFORM REPORT-BREAK
			END-READ
		END-IF
		READ EMPLOYEE-FILE
			AT END SET SCAN-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE EMPLOYEE-FILE
	PERFORM END-FILE-SECTION.
CHECK-EMPLOYEE-DEPARTMENTS-EXIT.
	EXIT.

CHECK-EMERGENCY-CONTACTS.
	MOVE 'EMERGENCY-CONTACTS' TO WS-FILE-ID
	PERFORM START-FILE-SECTION
	IF NOT RELATIVES-OPEN
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-EMERGENCY-CONTACTS-EXIT
	END-IF
	OPEN INPUT EMERGENCY-CONTACTS
	IF NOT EC-OK
		CLOSE EMERGENCY-CONTACTS
		PERFORM REPORT-MASTER-ABSENT
		MOVE SPACES TO WS-KEEP-RULE
		PERFORM KEEP-UNCHECKED-BREAKS
		GO TO CHECK-EMERGENCY-CONTACTS-EXIT
	END-IF
	MOVE 'N' TO WS-SCAN-EOF
	MOVE LOW-VALUES TO EC-EMPLOYEE-ID
	START EMERGENCY-CONTACTS
		KEY IS GREATER THAN OR EQUAL TO EC-EMPLOYEE-ID
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ EMERGENCY-CONTACTS NEXT RECORD
			AT END SET SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-RECORD-COUNT
				MOVE EC-NICKNUM TO nicknum
				READ relatives
					INVALID KEY
						MOVE SPACES TO WS-BRK-KEY
						MOVE EC-EMPLOYEE-ID TO WS-BRK-KEY
						MOVE 'CONTACT NOT ON THE RELATIVES REGISTER'
							TO WS-BRK-RULE
						PERFORM REPORT-BREAK
				END-READ
		END-READ
	END-PERFORM
	CLOSE EMERGENCY-CONTACTS
	PERFORM END-FILE-SECTION.
CHECK-EMERGENCY-CONTACTS-EXIT.
	EXIT.

*> per file: this run, last run, repeated, new and cleared since
WRITE-INTEGRITY-SUMMARY.
	MOVE SPACES TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	MOVE 'SUMMARY AGAINST THE LAST RUN' TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	MOVE 'FILE                 THIS   LAST RUN   REPEAT      NEW  CLEARED'
		TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
		UNTIL WS-SUM-SUB > WS-SUM-COUNT
		PERFORM WRITE-SUMMARY-ROW
	END-PERFORM
	MOVE SPACES TO INTEGRITY-REPORT-LINE
	STRING 'BROKEN REFERENCES: ' WS-BREAK-COUNT
		'  REPEATED: ' WS-REPEAT-COUNT
		'  LAST RUN: ' WS-LAST-RUN-COUNT
		DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	IF CONTROL-OVERFLOWED
		MOVE 'MORE THAN 2000 BREAKS - ONLY THE FIRST 2000 ARE KEPT FOR THE NEXT RUN'
			TO INTEGRITY-REPORT-LINE
		WRITE INTEGRITY-REPORT-LINE
	END-IF.

*> one file's row; breaks kept unchecked are neither repeats nor
*> cleared
WRITE-SUMMARY-ROW.
	IF SUM-NOT-CHECKED(WS-SUM-SUB)
		MOVE SPACES TO INTEGRITY-REPORT-LINE
		STRING WS-SUM-FILE(WS-SUM-SUB) 'NOT CHECKED - '
			WS-SUM-KEPT(WS-SUM-SUB) ' BREAK(S) KEPT FROM THE LAST RUN'
			DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
		WRITE INTEGRITY-REPORT-LINE
		EXIT PARAGRAPH
	END-IF
	MOVE WS-SUM-FILE(WS-SUM-SUB) TO SL-FILE
	MOVE WS-SUM-NOW(WS-SUM-SUB) TO SL-NOW
	MOVE WS-SUM-LAST(WS-SUM-SUB) TO SL-LAST
	MOVE WS-SUM-REPEAT(WS-SUM-SUB) TO SL-REPEAT
	COMPUTE WS-NEW-COUNT = WS-SUM-NOW(WS-SUM-SUB)
		- WS-SUM-REPEAT(WS-SUM-SUB)
	COMPUTE WS-CLEARED-COUNT = WS-SUM-LAST(WS-SUM-SUB)
		- WS-SUM-REPEAT(WS-SUM-SUB) - WS-SUM-KEPT(WS-SUM-SUB)
	MOVE WS-NEW-COUNT TO SL-NEW
	MOVE WS-CLEARED-COUNT TO SL-CLEARED
	MOVE WS-SUMMARY-LINE TO INTEGRITY-REPORT-LINE
	WRITE INTEGRITY-REPORT-LINE
	IF SUM-PART-CHECKED(WS-SUM-SUB)
		MOVE SPACES TO INTEGRITY-REPORT-LINE
		STRING '  PART NOT CHECKED - ' WS-SUM-KEPT(WS-SUM-SUB)
			' BREAK(S) KEPT FROM THE LAST RUN'
			DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
		WRITE INTEGRITY-REPORT-LINE
	END-IF.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
