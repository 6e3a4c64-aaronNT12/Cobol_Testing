*> Purpose: Monthly KYC periodic-review schedule and overdue blocking
*>
*> Every customer carries a KYC risk rating and the date their
*> identity was last verified (CUSTOMER-MAINT options 8 and 9). The
*> next review falls due KYC-HIGH-MONTHS (default 12), KYC-MEDIUM-
*> MONTHS (24) or KYC-LOW-MONTHS (36) months after the last one; an
*> unrated customer is held to the high-risk interval until someone
*> rates them. On the first of the month (or any day with
*> KYC_REVIEW_MODE=Y) this prints KYC-REVIEW.RPT, one section per risk
*> rating: the reviews overdue, with the days overdue, and those
*> falling due within the next KYC-NOTICE-DAYS days (default 31).
*> A customer overdue by more than KYC-GRACE-DAYS (default 30) gets a
*> debits-only block, reference KYC-REVIEW, on every account linked
*> to them in CUSTOMER-ACCOUNTS.DAT; recording the review through
*> CUSTOMER-MAINT lifts it, and any KYC-REVIEW block whose accounts
*> no longer belong to an overdue customer is lifted here as well. An
*> account already under another block (a court order) keeps that
*> block and is listed for a person to look at. A customer never
*> reviewed at all is listed but only blocked with
*> KYC-BLOCK-UNREVIEWED set to 1 - the first run would otherwise
*> block the whole book.
*>
*> Mod history:
*> 24.09.28 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. KYC-REVIEW-SCHEDULE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY CUSTOMER-MASTER-SELECT.
	COPY ACCOUNT-BLOCKS-SELECT.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT REVIEW-REPORT ASSIGN TO 'KYC-REVIEW.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY PARAM-SELECT.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY CUSTOMER-MASTER-FD.

COPY ACCOUNT-BLOCKS-FD.

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

FD REVIEW-REPORT.
01 REVIEW-LINE PIC X(80).

COPY PARAM-FD.

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-TODAY-INT PIC 9(7).
01 WS-DUE-INT PIC 9(7).
01 WS-NOTICE-LIMIT PIC 9(8).
01 WS-WORK-INT PIC 9(7).
01 WS-REVIEW-MODE PIC X VALUE 'N'.
	88 REVIEW-FORCED VALUE 'Y'.
01 WS-HIGH-MONTHS PIC 9(3) VALUE 12.
01 WS-MEDIUM-MONTHS PIC 9(3) VALUE 24.
01 WS-LOW-MONTHS PIC 9(3) VALUE 36.
01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
01 WS-NOTICE-DAYS PIC 9(3) VALUE 31.
01 WS-BLOCK-UNREVIEWED PIC 9 VALUE ZERO.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 WS-CUSTOMER-EOF PIC X VALUE 'N'.
	88 CUSTOMER-EOF VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-AB-EOF PIC X VALUE 'N'.
	88 BLOCKS-EOF VALUE 'Y'.
*> one pass of the customer master per rating, in this order
01 WS-RATING-VALUES.
	05 FILLER PIC X(11) VALUE 'HHIGH      '.
	05 FILLER PIC X(11) VALUE 'MMEDIUM    '.
	05 FILLER PIC X(11) VALUE 'LLOW       '.
	05 FILLER PIC X(11) VALUE ' UNRATED   '.
01 WS-RATING-TABLE REDEFINES WS-RATING-VALUES.
	05 WS-RATING-ENTRY OCCURS 4 TIMES.
		10 WS-RATING-CODE PIC X.
		10 WS-RATING-NAME PIC X(10).
01 WS-RATING-SUB PIC 9.
01 WS-PASS-RATING PIC X.
01 WS-LAST-REVIEW PIC 9(8).
01 WS-DUE-DATE PIC 9(8).
01 WS-DAYS-OVERDUE PIC 9(5).
01 WS-CUSTOMER-STATE PIC X.
	88 REVIEW-CURRENT VALUE 'C'.
	88 REVIEW-COMING-DUE VALUE 'D'.
	88 REVIEW-OVERDUE VALUE 'O'.
	88 NEVER-REVIEWED VALUE 'N'.
01 WS-BLOCK-WANTED-FLAG PIC X.
	88 BLOCK-WANTED VALUE 'Y'.
01 WS-SECTION-OVERDUE PIC 9(5).
01 WS-SECTION-DUE PIC 9(5).
01 WS-CUSTOMERS-READ PIC 9(7) VALUE ZERO.
01 WS-TOTAL-OVERDUE PIC 9(5) VALUE ZERO.
01 WS-TOTAL-DUE PIC 9(5) VALUE ZERO.
01 WS-BLOCKS-PLACED PIC 9(5) VALUE ZERO.
01 WS-BLOCKS-STANDING PIC 9(5) VALUE ZERO.
01 WS-BLOCKS-KEPT PIC 9(5) VALUE ZERO.
01 WS-BLOCKS-LIFTED PIC 9(5) VALUE ZERO.
*> account-to-customer cross-reference, loaded whole
01 WS-XREF-TABLE.
	05 WS-XREF-ENTRY OCCURS 500 TIMES.
		10 WS-XREF-CUSTOMER PIC 9(6).
		10 WS-XREF-ACCOUNT PIC 9(10).
01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
01 WS-XREF-SUB PIC 9(3).
*> accounts that must carry a KYC block after this run; any other
*> KYC-REVIEW block is lifted at the end
01 WS-BLOCKED-TABLE.
	05 WS-BLOCKED-ACCOUNT OCCURS 500 TIMES PIC 9(10).
01 WS-BLOCKED-COUNT PIC 9(3) VALUE ZERO.
01 WS-BLOCKED-SUB PIC 9(3).
01 WS-BLOCKED-FOUND-FLAG PIC X.
	88 ACCOUNT-IN-TABLE VALUE 'Y'.
01 WS-SECTION-LINE.
	05 FILLER PIC X(13) VALUE 'RISK RATING: '.
	05 SL-RATING PIC X(10).
	05 FILLER PIC X(12) VALUE '   INTERVAL '.
	05 SL-MONTHS PIC ZZ9.
	05 FILLER PIC X(7) VALUE ' MONTHS'.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(8) VALUE 'CUSTOMER'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(24) VALUE 'NAME'.
	05 FILLER PIC X(10) VALUE 'REVIEWED'.
	05 FILLER PIC X(10) VALUE 'DUE'.
	05 FILLER PIC X(20) VALUE 'STATUS'.
01 WS-DETAIL-LINE.
	05 DL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(4) VALUE SPACES.
	05 DL-NAME PIC X(23).
	05 FILLER PIC X VALUE SPACE.
	05 DL-LAST-REVIEW PIC X(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-DUE-DATE PIC X(8).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-STATUS PIC X(26).
01 WS-STATUS-OVERDUE.
	05 FILLER PIC X(8) VALUE 'OVERDUE '.
	05 SO-DAYS PIC ZZZZ9.
	05 FILLER PIC X(5) VALUE ' DAYS'.
01 WS-ACCOUNT-LINE.
	05 FILLER PIC X(10) VALUE SPACES.
	05 FILLER PIC X(8) VALUE 'ACCOUNT '.
	05 AN-ACCOUNT PIC 9(10).
	05 FILLER PIC X VALUE SPACE.
	05 AN-TEXT PIC X(40).
01 WS-COUNT-LINE.
	05 CL-LABEL PIC X(30).
	05 CL-COUNT PIC ZZZZ9.
COPY CUSTOMER-MASTER-STATUS.
COPY ACCOUNT-BLOCKS-STATUS.
COPY MONTH-ADD-FIELDS.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'KYC-REVIEW-SCHEDULE' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-REVIEW-MODE FROM ENVIRONMENT 'KYC_REVIEW_MODE'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-TODAY-DATE(7:2) NOT = '01' AND NOT REVIEW-FORCED
		DISPLAY 'KYC review schedule runs on the first of the month'
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM LOAD-REVIEW-PARAMETERS
	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
	COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-NOTICE-DAYS
	COMPUTE WS-NOTICE-LIMIT = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
	PERFORM LOAD-ACCOUNT-XREF
	OPEN INPUT CUSTOMER-MASTER.
	IF NOT CU-OK
		DISPLAY 'CUSTOMER-MASTER not available - nothing to review'
		CLOSE CUSTOMER-MASTER
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	OPEN I-O ACCOUNT-BLOCKS.
	IF NOT AB-OK
		CLOSE ACCOUNT-BLOCKS
		OPEN OUTPUT ACCOUNT-BLOCKS
		CLOSE ACCOUNT-BLOCKS
		OPEN I-O ACCOUNT-BLOCKS
	END-IF
	OPEN OUTPUT REVIEW-REPORT.
	MOVE 'OPEN REVIEW-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO REVIEW-LINE
	STRING 'KYC PERIODIC REVIEW SCHEDULE - RUN ' WS-TODAY-DATE
		'   GRACE ' WS-GRACE-DAYS ' DAYS'
		DELIMITED BY SIZE INTO REVIEW-LINE
	WRITE REVIEW-LINE
	PERFORM VARYING WS-RATING-SUB FROM 1 BY 1 UNTIL WS-RATING-SUB > 4
		PERFORM REVIEW-ONE-RATING
	END-PERFORM
	PERFORM LIFT-STALE-BLOCKS
	PERFORM WRITE-REVIEW-TOTALS
	CLOSE CUSTOMER-MASTER.
	CLOSE ACCOUNT-BLOCKS.
	CLOSE REVIEW-REPORT.
	DISPLAY 'KYC review: ' WS-TOTAL-OVERDUE ' overdue, ' WS-TOTAL-DUE
		' coming due, ' WS-BLOCKS-PLACED ' block(s) placed, '
		WS-BLOCKS-LIFTED ' lifted'
	MOVE WS-CUSTOMERS-READ TO JS-RECORDS-READ.
	MOVE WS-BLOCKS-PLACED TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

LOAD-REVIEW-PARAMETERS.
	MOVE 'KYC-HIGH-MONTHS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-HIGH-MONTHS
	END-IF
	MOVE 'KYC-MEDIUM-MONTHS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-MEDIUM-MONTHS
	END-IF
	MOVE 'KYC-LOW-MONTHS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
		MOVE PRM-NUMERIC-VALUE TO WS-LOW-MONTHS
	END-IF
	MOVE 'KYC-GRACE-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-GRACE-DAYS
	END-IF
	MOVE 'KYC-NOTICE-DAYS' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND
		MOVE PRM-NUMERIC-VALUE TO WS-NOTICE-DAYS
	END-IF
	MOVE 'KYC-BLOCK-UNREVIEWED' TO PRM-LOOKUP-KEY
	PERFORM GET-RUNTIME-PARAMETER
	IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE = 1
		MOVE 1 TO WS-BLOCK-UNREVIEWED
	END-IF.

LOAD-ACCOUNT-XREF.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		DISPLAY 'No CUSTOMER-ACCOUNTS.DAT - no accounts can be blocked'
		EXIT PARAGRAPH
	END-IF
	READ CUSTOMER-ACCOUNTS
		AT END SET XREF-EOF TO TRUE
	END-READ
	PERFORM UNTIL XREF-EOF
		IF WS-XREF-COUNT < 500
			ADD 1 TO WS-XREF-COUNT
			MOVE XA-CUSTOMER-NO TO WS-XREF-CUSTOMER(WS-XREF-COUNT)
			MOVE XA-ACCOUNT-NO TO WS-XREF-ACCOUNT(WS-XREF-COUNT)
		ELSE
			DISPLAY 'cross-reference table full, discarding customer '
				XA-CUSTOMER-NO
		END-IF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

*> one section of the report: every customer carrying this rating
*> whose review is overdue or coming due
REVIEW-ONE-RATING.
	MOVE WS-RATING-CODE(WS-RATING-SUB) TO WS-PASS-RATING
	MOVE ZERO TO WS-SECTION-OVERDUE
	MOVE ZERO TO WS-SECTION-DUE
	MOVE SPACES TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE WS-RATING-NAME(WS-RATING-SUB) TO SL-RATING
	EVALUATE WS-PASS-RATING
		WHEN 'M' MOVE WS-MEDIUM-MONTHS TO SL-MONTHS
		WHEN 'L' MOVE WS-LOW-MONTHS TO SL-MONTHS
		WHEN OTHER MOVE WS-HIGH-MONTHS TO SL-MONTHS
	END-EVALUATE
	MOVE WS-SECTION-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE WS-COLUMN-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'N' TO WS-CUSTOMER-EOF
	MOVE LOW-VALUES TO CU-CUSTOMER-NO
	START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL TO CU-CUSTOMER-NO
		INVALID KEY SET CUSTOMER-EOF TO TRUE
	END-START
	PERFORM UNTIL CUSTOMER-EOF
		READ CUSTOMER-MASTER NEXT RECORD
			AT END SET CUSTOMER-EOF TO TRUE
		END-READ
		IF NOT CUSTOMER-EOF AND CU-RISK-RATING = WS-PASS-RATING
			ADD 1 TO WS-CUSTOMERS-READ
			PERFORM CLASSIFY-CUSTOMER
			IF NOT REVIEW-CURRENT
				PERFORM LIST-CUSTOMER
			END-IF
		END-IF
	END-PERFORM
	MOVE 'OVERDUE IN THIS RATING' TO CL-LABEL
	MOVE WS-SECTION-OVERDUE TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'COMING DUE IN THIS RATING' TO CL-LABEL
	MOVE WS-SECTION-DUE TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE.

*> the due date is the last review plus the rating's interval; overdue
*> beyond the grace period means the linked accounts are blocked
CLASSIFY-CUSTOMER.
	MOVE 'N' TO WS-BLOCK-WANTED-FLAG
	MOVE ZERO TO WS-DAYS-OVERDUE
	MOVE ZERO TO WS-DUE-DATE
	IF CU-LAST-REVIEW-DATE IS NUMERIC
		MOVE CU-LAST-REVIEW-DATE TO WS-LAST-REVIEW
	ELSE
		MOVE ZERO TO WS-LAST-REVIEW
	END-IF
	IF WS-LAST-REVIEW = ZERO
		SET NEVER-REVIEWED TO TRUE
		IF WS-BLOCK-UNREVIEWED = 1
			SET BLOCK-WANTED TO TRUE
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE WS-LAST-REVIEW TO MA-FROM-DATE
	EVALUATE TRUE
		WHEN CU-RISK-MEDIUM MOVE WS-MEDIUM-MONTHS TO MA-MONTHS
		WHEN CU-RISK-LOW MOVE WS-LOW-MONTHS TO MA-MONTHS
		WHEN OTHER MOVE WS-HIGH-MONTHS TO MA-MONTHS
	END-EVALUATE
	PERFORM ADD-MONTHS-TO-DATE
	MOVE MA-RESULT-DATE TO WS-DUE-DATE
	EVALUATE TRUE
		WHEN WS-DUE-DATE < WS-TODAY-DATE
			SET REVIEW-OVERDUE TO TRUE
			COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
			COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
			IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
				SET BLOCK-WANTED TO TRUE
			END-IF
		WHEN WS-DUE-DATE NOT > WS-NOTICE-LIMIT
			SET REVIEW-COMING-DUE TO TRUE
		WHEN OTHER
			SET REVIEW-CURRENT TO TRUE
	END-EVALUATE.

LIST-CUSTOMER.
	MOVE SPACES TO WS-DETAIL-LINE
	MOVE CU-CUSTOMER-NO TO DL-CUSTOMER
	MOVE CU-NAME TO DL-NAME
	EVALUATE TRUE
		WHEN NEVER-REVIEWED
			MOVE 'NEVER' TO DL-LAST-REVIEW
			MOVE 'NOW' TO DL-DUE-DATE
			MOVE 'NEVER REVIEWED' TO DL-STATUS
			ADD 1 TO WS-SECTION-OVERDUE
			ADD 1 TO WS-TOTAL-OVERDUE
		WHEN REVIEW-OVERDUE
			MOVE WS-LAST-REVIEW TO DL-LAST-REVIEW
			MOVE WS-DUE-DATE TO DL-DUE-DATE
			MOVE WS-DAYS-OVERDUE TO SO-DAYS
			MOVE WS-STATUS-OVERDUE TO DL-STATUS
			ADD 1 TO WS-SECTION-OVERDUE
			ADD 1 TO WS-TOTAL-OVERDUE
		WHEN OTHER
			MOVE WS-LAST-REVIEW TO DL-LAST-REVIEW
			MOVE WS-DUE-DATE TO DL-DUE-DATE
			MOVE 'COMING DUE' TO DL-STATUS
			ADD 1 TO WS-SECTION-DUE
			ADD 1 TO WS-TOTAL-DUE
	END-EVALUATE
	MOVE WS-DETAIL-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	IF BLOCK-WANTED
		PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
				UNTIL WS-XREF-SUB > WS-XREF-COUNT
			IF WS-XREF-CUSTOMER(WS-XREF-SUB) = CU-CUSTOMER-NO
				PERFORM BLOCK-LINKED-ACCOUNT
			END-IF
		END-PERFORM
	END-IF.

*> a debits-only block with no ring-fenced amount and no expiry: the
*> customer's money can still arrive, none can leave
BLOCK-LINKED-ACCOUNT.
	MOVE WS-XREF-ACCOUNT(WS-XREF-SUB) TO AN-ACCOUNT
	PERFORM REMEMBER-BLOCKED-ACCOUNT
	MOVE WS-XREF-ACCOUNT(WS-XREF-SUB) TO AB-ACCOUNT-NO
	READ ACCOUNT-BLOCKS
		INVALID KEY
			MOVE WS-XREF-ACCOUNT(WS-XREF-SUB) TO AB-ACCOUNT-NO
			MOVE 'D' TO AB-BLOCK-TYPE
			MOVE ZERO TO AB-AMOUNT
			MOVE 'KYC-REVIEW' TO AB-ORDER-REF
			MOVE ZERO TO AB-EXPIRY-DATE
			WRITE ACCOUNT-BLOCKS-RECORD
			MOVE 'WRITE ACCOUNT-BLOCKS' TO FS-LAST-OPERATION
			PERFORM CHECK-FILE-STATUS
			ADD 1 TO WS-BLOCKS-PLACED
			MOVE 'DEBITS BLOCKED' TO AN-TEXT
		NOT INVALID KEY
			IF AB-ORDER-REF = 'KYC-REVIEW'
				ADD 1 TO WS-BLOCKS-STANDING
				MOVE 'DEBITS BLOCKED (STANDS)' TO AN-TEXT
			ELSE
				ADD 1 TO WS-BLOCKS-KEPT
				MOVE SPACES TO AN-TEXT
				STRING 'ALREADY BLOCKED ' AB-BLOCK-TYPE ' REF ' AB-ORDER-REF
					' - CHECK' DELIMITED BY SIZE INTO AN-TEXT
			END-IF
	END-READ
	MOVE WS-ACCOUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE.

REMEMBER-BLOCKED-ACCOUNT.
	PERFORM FIND-BLOCKED-ACCOUNT
	IF NOT ACCOUNT-IN-TABLE AND WS-BLOCKED-COUNT < 500
		ADD 1 TO WS-BLOCKED-COUNT
		MOVE AN-ACCOUNT TO WS-BLOCKED-ACCOUNT(WS-BLOCKED-COUNT)
	END-IF.

FIND-BLOCKED-ACCOUNT.
	MOVE 'N' TO WS-BLOCKED-FOUND-FLAG
	PERFORM VARYING WS-BLOCKED-SUB FROM 1 BY 1
			UNTIL WS-BLOCKED-SUB > WS-BLOCKED-COUNT
		IF WS-BLOCKED-ACCOUNT(WS-BLOCKED-SUB) = AN-ACCOUNT
			SET ACCOUNT-IN-TABLE TO TRUE
		END-IF
	END-PERFORM.

*> a KYC-REVIEW block on an account no overdue customer holds any more
*> (the review was recorded some other way, or the link was removed)
*> has nothing left to enforce
LIFT-STALE-BLOCKS.
	MOVE 'N' TO WS-AB-EOF
	MOVE LOW-VALUES TO AB-ACCOUNT-NO
	START ACCOUNT-BLOCKS KEY IS GREATER THAN OR EQUAL TO AB-ACCOUNT-NO
		INVALID KEY SET BLOCKS-EOF TO TRUE
	END-START
	PERFORM UNTIL BLOCKS-EOF
		READ ACCOUNT-BLOCKS NEXT RECORD
			AT END SET BLOCKS-EOF TO TRUE
		END-READ
		IF NOT BLOCKS-EOF AND AB-ORDER-REF = 'KYC-REVIEW'
			MOVE AB-ACCOUNT-NO TO AN-ACCOUNT
			PERFORM FIND-BLOCKED-ACCOUNT
			IF NOT ACCOUNT-IN-TABLE
				DELETE ACCOUNT-BLOCKS RECORD
				MOVE 'DELETE ACCOUNT-BLOCKS' TO FS-LAST-OPERATION
				PERFORM CHECK-FILE-STATUS
				ADD 1 TO WS-BLOCKS-LIFTED
				MOVE 'KYC BLOCK LIFTED - NO OVERDUE HOLDER' TO AN-TEXT
				MOVE WS-ACCOUNT-LINE TO REVIEW-LINE
				WRITE REVIEW-LINE
			END-IF
		END-IF
	END-PERFORM.

WRITE-REVIEW-TOTALS.
	MOVE SPACES TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'TOTAL OVERDUE' TO CL-LABEL
	MOVE WS-TOTAL-OVERDUE TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'TOTAL COMING DUE' TO CL-LABEL
	MOVE WS-TOTAL-DUE TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'BLOCKS PLACED' TO CL-LABEL
	MOVE WS-BLOCKS-PLACED TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'BLOCKS STANDING' TO CL-LABEL
	MOVE WS-BLOCKS-STANDING TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'OTHER BLOCKS LEFT IN PLACE' TO CL-LABEL
	MOVE WS-BLOCKS-KEPT TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE
	MOVE 'BLOCKS LIFTED' TO CL-LABEL
	MOVE WS-BLOCKS-LIFTED TO CL-COUNT
	MOVE WS-COUNT-LINE TO REVIEW-LINE
	WRITE REVIEW-LINE.

COPY MONTH-ADD.

COPY PARAM-FETCH.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
