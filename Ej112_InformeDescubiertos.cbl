*> Purpose: Daily arranged-overdraft facility exception report
*>
*> An account with an arranged overdraft on OVERDRAFT-FACILITIES.DAT
*> may be taken below zero by BANK-TRANSACTION, down to minus its
*> limit, until the facility's expiry date. Anything that slips past
*> that - a sweep-covered or manual posting, a fee, a limit cut back
*> by a later approval - shows up here. Every night this prints
*> OVERDRAFT-FACILITY.RPT in three sections: accounts overdrawn
*> beyond their arranged limit, with the excess; facilities expiring
*> within OD-EXPIRY-NOTICE-DAYS days (default 30), so the customer
*> can be contacted about a renewal before the facility lapses; and
*> facilities already expired on an account still overdrawn, with
*> how long ago the facility lapsed. Nothing is changed - renewing,
*> cutting or withdrawing a facility goes through ACCOUNT-MAINT and
*> the approval queue.
*>
*> Mod history:
*> 24.10.02 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. OD-FACILITY-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY OVERDRAFT-FACILITIES-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	SELECT FACILITY-REPORT ASSIGN TO 'OVERDRAFT-FACILITY.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY OVERDRAFT-FACILITIES-FD.

COPY ACCOUNT-MASTER-FD.

FD FACILITY-REPORT.
01 FACILITY-LINE PIC X(80).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-WORK-INT PIC 9(7).
01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
01 WS-NOTICE-LIMIT PIC 9(8).
01 WS-FACILITY-EOF PIC X VALUE 'N'.
	88 FACILITY-EOF VALUE 'Y'.
*> one pass of the facilities master per section, in this order
01 WS-SECTION-VALUES.
	05 FILLER PIC X(40) VALUE 'OVERDRAWN BEYOND THE ARRANGED LIMIT'.
	05 FILLER PIC X(40) VALUE 'FACILITY EXPIRING SOON'.
	05 FILLER PIC X(40) VALUE 'FACILITY EXPIRED - ACCOUNT OVERDRAWN'.
01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
	05 WS-SECTION-NAME OCCURS 3 TIMES PIC X(40).
01 WS-SECTION-SUB PIC 9.
	88 SECTION-OVER-LIMIT VALUE 1.
	88 SECTION-EXPIRING VALUE 2.
	88 SECTION-EXPIRED VALUE 3.
01 WS-LISTED-FLAG PIC X.
	88 FACILITY-LISTED VALUE 'Y'.
01 WS-EXCESS PIC S9(11)V99.
01 WS-DAYS PIC 9(5).
01 WS-SECTION-COUNT PIC 9(5).
01 WS-FACILITIES-READ PIC 9(7) VALUE ZERO.
01 WS-MISSING-ACCOUNTS PIC 9(5) VALUE ZERO.
01 WS-LINES-LISTED PIC 9(5) VALUE ZERO.
01 WS-SECTION-TOTALS.
	05 WS-SECTION-TOTAL OCCURS 3 TIMES PIC 9(5).
01 WS-COLUMN-LINE.
	05 FILLER PIC X(12) VALUE 'ACCOUNT'.
	05 FILLER PIC X(16) VALUE '    ARRANGED'.
	05 FILLER PIC X(10) VALUE 'EXPIRES'.
	05 FILLER PIC X(17) VALUE '        BALANCE'.
	05 FILLER PIC X(25) VALUE 'NOTE'.
01 WS-DETAIL-LINE.
	05 DL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-EXPIRY PIC 9(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NOTE PIC X(25).
01 WS-NOTE-OVER.
	05 FILLER PIC X(8) VALUE 'OVER BY '.
	05 NO-EXCESS PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NOTE-EXPIRING.
	05 FILLER PIC X(11) VALUE 'EXPIRES IN '.
	05 NE-DAYS PIC ZZ9.
	05 FILLER PIC X(5) VALUE ' DAYS'.
01 WS-NOTE-EXPIRED.
	05 FILLER PIC X(8) VALUE 'EXPIRED '.
	05 NX-DAYS PIC ZZZZ9.
	05 FILLER PIC X(9) VALUE ' DAYS AGO'.
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(40).
	05 CL-COUNT PIC ZZZZ9.
COPY OVERDRAFT-FACILITIES-STATUS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'OD-FACILITY-REPORT' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	MOVE 'OD-EXPIRY-NOTICE-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-NOTICE-DAYS
	END-IF
	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
	COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-NOTICE-DAYS
	COMPUTE WS-NOTICE-LIMIT = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
	OPEN OUTPUT FACILITY-REPORT.
	MOVE 'OPEN FACILITY-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO FACILITY-LINE
	STRING 'ARRANGED OVERDRAFT FACILITIES - RUN ' WS-TODAY-DATE
		'   NOTICE ' WS-NOTICE-DAYS ' DAYS'
		DELIMITED BY SIZE INTO FACILITY-LINE
	WRITE FACILITY-LINE
	OPEN INPUT OVERDRAFT-FACILITIES.
	IF NOT OD-OK
		CLOSE OVERDRAFT-FACILITIES
		MOVE 'NO ARRANGED OVERDRAFT FACILITIES ON FILE' TO FACILITY-LINE
		WRITE FACILITY-LINE
		CLOSE FACILITY-REPORT
		DISPLAY 'No OVERDRAFT-FACILITIES.DAT - nothing to report'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1 UNTIL WS-SECTION-SUB > 3
		PERFORM REPORT-ONE-SECTION
	END-PERFORM
	PERFORM WRITE-FACILITY-TOTALS
	CLOSE OVERDRAFT-FACILITIES.
	CLOSE ACCOUNT-MASTER.
	CLOSE FACILITY-REPORT.
	DISPLAY 'Overdraft facilities: ' WS-SECTION-TOTAL(1) ' over limit, '
		WS-SECTION-TOTAL(2) ' expiring, ' WS-SECTION-TOTAL(3)
		' expired and overdrawn'
	MOVE WS-FACILITIES-READ TO JS-RECORDS-READ.
	MOVE WS-LINES-LISTED TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> one section of the report: the whole facilities master is read
*> again and each facility tested against this section's rule
REPORT-ONE-SECTION.
	MOVE ZERO TO WS-SECTION-COUNT
	MOVE SPACES TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE WS-SECTION-NAME(WS-SECTION-SUB) TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE WS-COLUMN-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'N' TO WS-FACILITY-EOF
	MOVE LOW-VALUES TO OD-ACCOUNT-NO
	START OVERDRAFT-FACILITIES KEY IS GREATER THAN OR EQUAL TO OD-ACCOUNT-NO
		INVALID KEY SET FACILITY-EOF TO TRUE
	END-START
	PERFORM UNTIL FACILITY-EOF
		READ OVERDRAFT-FACILITIES NEXT RECORD
			AT END SET FACILITY-EOF TO TRUE
		END-READ
		IF NOT FACILITY-EOF
			PERFORM TEST-ONE-FACILITY THRU TEST-ONE-FACILITY-EXIT
		END-IF
	END-PERFORM
	IF WS-SECTION-COUNT = ZERO
		MOVE '    NONE' TO FACILITY-LINE
		WRITE FACILITY-LINE
	END-IF
	MOVE WS-SECTION-COUNT TO WS-SECTION-TOTAL(WS-SECTION-SUB).

*> the facility stands through its expiry date, so an account is over
*> its limit only while the facility is in force, and a facility has
*> expired only from the day after its expiry date
TEST-ONE-FACILITY.
	IF SECTION-OVER-LIMIT
		ADD 1 TO WS-FACILITIES-READ
	END-IF
	MOVE OD-ACCOUNT-NO TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			IF SECTION-OVER-LIMIT
				ADD 1 TO WS-MISSING-ACCOUNTS
				DISPLAY 'Facility on account ' OD-ACCOUNT-NO
					' - account not on file'
			END-IF
			GO TO TEST-ONE-FACILITY-EXIT
	END-READ
	MOVE 'N' TO WS-LISTED-FLAG
	MOVE SPACES TO DL-NOTE
	EVALUATE TRUE
		WHEN SECTION-OVER-LIMIT
			IF OD-EXPIRY-DATE >= WS-TODAY-DATE
				COMPUTE WS-EXCESS = ZERO - AM-BALANCE - OD-LIMIT
				IF WS-EXCESS > ZERO
					MOVE WS-EXCESS TO NO-EXCESS
					MOVE WS-NOTE-OVER TO DL-NOTE
					SET FACILITY-LISTED TO TRUE
				END-IF
			END-IF
		WHEN SECTION-EXPIRING
			IF OD-EXPIRY-DATE >= WS-TODAY-DATE
				AND OD-EXPIRY-DATE <= WS-NOTICE-LIMIT
				COMPUTE WS-DAYS =
					FUNCTION INTEGER-OF-DATE(OD-EXPIRY-DATE) - WS-TODAY-INT
				MOVE WS-DAYS TO NE-DAYS
				MOVE WS-NOTE-EXPIRING TO DL-NOTE
				SET FACILITY-LISTED TO TRUE
			END-IF
		WHEN SECTION-EXPIRED
			IF OD-EXPIRY-DATE < WS-TODAY-DATE AND AM-BALANCE < ZERO
				COMPUTE WS-DAYS =
					WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(OD-EXPIRY-DATE)
				MOVE WS-DAYS TO NX-DAYS
				MOVE WS-NOTE-EXPIRED TO DL-NOTE
				SET FACILITY-LISTED TO TRUE
			END-IF
	END-EVALUATE
	IF NOT FACILITY-LISTED
		GO TO TEST-ONE-FACILITY-EXIT
	END-IF
	MOVE OD-ACCOUNT-NO TO DL-ACCOUNT
	MOVE OD-LIMIT TO DL-LIMIT
	MOVE OD-EXPIRY-DATE TO DL-EXPIRY
	MOVE AM-BALANCE TO DL-BALANCE
	MOVE WS-DETAIL-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	ADD 1 TO WS-SECTION-COUNT
	ADD 1 TO WS-LINES-LISTED.
	TEST-ONE-FACILITY-EXIT.
	EXIT.

WRITE-FACILITY-TOTALS.
	MOVE SPACES TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'FACILITIES ON FILE' TO CL-LABEL
	MOVE WS-FACILITIES-READ TO CL-COUNT
	MOVE WS-COUNT-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'OVERDRAWN BEYOND THE LIMIT' TO CL-LABEL
	MOVE WS-SECTION-TOTAL(1) TO CL-COUNT
	MOVE WS-COUNT-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'EXPIRING WITHIN THE NOTICE PERIOD' TO CL-LABEL
	MOVE WS-SECTION-TOTAL(2) TO CL-COUNT
	MOVE WS-COUNT-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'EXPIRED AND STILL OVERDRAWN' TO CL-LABEL
	MOVE WS-SECTION-TOTAL(3) TO CL-COUNT
	MOVE WS-COUNT-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE
	MOVE 'FACILITIES WITH NO ACCOUNT ON FILE' TO CL-LABEL
	MOVE WS-MISSING-ACCOUNTS TO CL-COUNT
	MOVE WS-COUNT-LINE TO FACILITY-LINE
	WRITE FACILITY-LINE.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
