*> Purpose: Month-end product charges
*>
*> Runs nightly ahead of STANDING-ORDER-GEN. On the first of the month
*> (or any day with PRODUCT_FEE_PERIOD=yyyymm naming the month wanted)
*> every active account sold on a product in PRODUCT-CATALOG.DAT is
*> charged for the month just ended, as its product says:
*>
*>   monthly fee        PC-MONTHLY-FEE, waived when the product sets a
*>                      minimum balance and the account never closed a
*>                      day of the month below it - the lowest balance
*>                      is taken off BALANCE-SNAPSHOT.DAT, or off
*>                      ACCOUNT-MASTER for an account with no snapshot
*>                      in the month
*>   excess items       PC-EXCESS-TXN-FEE for every customer-initiated
*>                      item on ACCOUNT-HISTORY in the month beyond the
*>                      product's PC-FREE-TRANSACTIONS - deposits,
*>                      withdrawals, cheques, payments out and transfers
*>                      out; reversed items are not counted
*>
*> The charges go to PRODUCT-FEE-POST.DAT as 'F' items in transaction-
*> feed layout with their own control trailer, for STANDING-ORDER-GEN
*> to fold in; on any other night the feed holds just the trailer.
*> Charges are in the account's own currency. PRODUCT-FEES.RPT lists
*> each account charged or waived. The month charged and the day it
*> was charged are kept in PRODUCT-FEE-CONTROL.DAT: a rerun the same
*> day puts the same charges back on the rebuilt feed, while a month
*> already charged on an earlier day is not charged again.
*>
*> Mod history:
*> 24.10.12 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCT-FEES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ACCOUNT-HISTORY-SELECT.
	COPY PRODUCT-CATALOG-SELECT.
	SELECT BALANCE-SNAPSHOT ASSIGN TO 'BALANCE-SNAPSHOT.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BS-KEY
		FILE STATUS IS BS-FILE-STATUS.
	SELECT OPTIONAL FEE-CONTROL ASSIGN TO 'PRODUCT-FEE-CONTROL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FC-FILE-STATUS.
	SELECT PRODUCT-FEE-FEED ASSIGN TO 'PRODUCT-FEE-POST.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT FEE-REPORT ASSIGN TO 'PRODUCT-FEES.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.
	COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
COPY ACCOUNT-MASTER-FD.

COPY ACCOUNT-HISTORY-FD.

COPY PRODUCT-CATALOG-FD.

FD BALANCE-SNAPSHOT.
01 BALANCE-SNAPSHOT-RECORD.
	05 BS-KEY.
		10 BS-ACCOUNT-NO PIC 9(10).
		10 BS-DATE PIC 9(8).
	05 BS-BALANCE PIC S9(9)V99.

FD FEE-CONTROL.
01 FEE-CONTROL-RECORD.
	05 FC-LAST-PERIOD PIC 9(6).
	05 FC-CHARGED-DATE PIC 9(8).

FD PRODUCT-FEE-FEED.
01 PRODUCT-FEE-RECORD.
	05 PF-ACCOUNT-NO PIC 9(10).
	05 PF-TYPE PIC X.
	05 PF-AMOUNT PIC 9(7)V99.
	05 PF-TO-ACCOUNT-NO PIC 9(10).
	05 PF-DATE PIC 9(8).
01 PRODUCT-FEE-TRAILER REDEFINES PRODUCT-FEE-RECORD.
	05 PFT-RECORD-COUNT PIC 9(10).
	05 PFT-TYPE PIC X.
	05 PFT-HASH-TOTAL PIC 9(7)V99.
	05 FILLER PIC X(18).

FD FEE-REPORT.
01 FEE-LINE PIC X(100).

COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-PERIOD-TEXT PIC X(6) VALUE SPACES.
01 WS-PERIOD PIC 9(6).
01 WS-PERIOD-START PIC 9(8).
01 WS-NEXT-PERIOD-START PIC 9(8).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-ACCOUNT-EOF PIC X VALUE 'N'.
	88 ACCOUNTS-EOF VALUE 'Y'.
01 WS-SCAN-EOF PIC X.
	88 SCAN-EOF VALUE 'Y'.
01 BS-FILE-STATUS PIC X(2).
	88 BS-OK VALUE '00'.
01 FC-FILE-STATUS PIC X(2).
	88 FC-OK VALUE '00'.
COPY PRODUCT-CATALOG-STATUS.
01 WS-SNAPSHOTS-FLAG PIC X VALUE 'N'.
	88 SNAPSHOTS-AVAILABLE VALUE 'Y'.
01 WS-PRODUCTS-FLAG PIC X VALUE 'N'.
	88 PRODUCTS-AVAILABLE VALUE 'Y'.
01 WS-CHARGE-FLAG PIC X VALUE 'N'.
	88 CHARGING-TODAY VALUE 'Y'.
01 WS-CONTROL-PERIOD PIC 9(6) VALUE ZERO.
01 WS-CONTROL-DATE PIC 9(8) VALUE ZERO.
01 WS-FEE-ACCOUNT PIC 9(10).
01 WS-LOWEST-BALANCE PIC S9(9)V99.
01 WS-SNAP-DAYS PIC 9(3).
01 WS-ITEM-COUNT PIC 9(5).
01 WS-EXCESS-COUNT PIC 9(5).
01 WS-MONTHLY-CHARGE PIC 9(7)V99.
01 WS-EXCESS-CHARGE PIC 9(7)V99.
01 WS-FEE-NOTE PIC X(20).
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-ACCOUNTS-READ PIC 9(7) VALUE ZERO.
01 WS-CHARGED-COUNT PIC 9(5) VALUE ZERO.
01 WS-WAIVED-COUNT PIC 9(5) VALUE ZERO.
01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
01 WS-TOTAL-MONTHLY PIC 9(9)V99 VALUE ZERO.
01 WS-TOTAL-EXCESS PIC 9(9)V99 VALUE ZERO.
01 WS-COLUMN-LINE.
	05 FILLER PIC X(12) VALUE 'ACCOUNT'.
	05 FILLER PIC X(6) VALUE 'PROD'.
	05 FILLER PIC X(16) VALUE '  LOWEST BALANCE'.
	05 FILLER PIC X(7) VALUE '  ITEMS'.
	05 FILLER PIC X(7) VALUE '  OVER'.
	05 FILLER PIC X(13) VALUE '  MONTHLY FEE'.
	05 FILLER PIC X(13) VALUE '   ITEM FEES'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(20) VALUE 'NOTE'.
01 WS-DETAIL-LINE.
	05 DL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-PRODUCT PIC X(4).
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-LOWEST PIC -ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-ITEMS PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-OVER PIC ZZZZ9.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-MONTHLY PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(1) VALUE SPACES.
	05 DL-EXCESS PIC Z,ZZZ,ZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NOTE PIC X(20).
01 WS-COUNT-LINE.
	05 CT-LABEL PIC X(30).
	05 CT-COUNT PIC ZZZZ9.
01 WS-TOTAL-LINE.
	05 TL-LABEL PIC X(30).
	05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'PRODUCT-FEES' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT 'PRODUCT_FEE_PERIOD'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-PERIOD-TEXT NOT = SPACES OR WS-TODAY-DATE(7:2) = '01'
		SET CHARGING-TODAY TO TRUE
		PERFORM SET-CHARGE-PERIOD
		PERFORM CHECK-PERIOD-CONTROL
	END-IF
	OPEN OUTPUT PRODUCT-FEE-FEED.
	MOVE 'OPEN PRODUCT-FEE-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF CHARGING-TODAY
		PERFORM CHARGE-PRODUCT-FEES
	END-IF
	MOVE SPACES TO PRODUCT-FEE-RECORD
	MOVE WS-FEED-COUNT TO PFT-RECORD-COUNT
	MOVE 'C' TO PFT-TYPE
	MOVE WS-FEED-HASH TO PFT-HASH-TOTAL
	WRITE PRODUCT-FEE-RECORD
	MOVE 'WRITE PRODUCT-FEE-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	CLOSE PRODUCT-FEE-FEED.
	MOVE 'PRODUCT-FEES' TO HF-STEP
	MOVE 'P' TO HF-ROLE
	MOVE 'PRODUCT-FEE-POST.DAT' TO HF-FILE-NAME
	MOVE WS-FEED-COUNT TO HF-COUNT
	MOVE WS-FEED-HASH TO HF-HASH
	PERFORM RECORD-HANDOFF
	IF CHARGING-TODAY
		DISPLAY 'Product charges ' WS-PERIOD ': ' WS-CHARGED-COUNT
			' account(s) charged, ' WS-WAIVED-COUNT ' waived, '
			WS-FEED-COUNT ' feed items'
	END-IF
	MOVE WS-ACCOUNTS-READ TO JS-RECORDS-READ.
	MOVE WS-FEED-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

*> the month asked for, or the month just ended
SET-CHARGE-PERIOD.
	IF WS-PERIOD-TEXT NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-PERIOD-TEXT) TO WS-PERIOD
	ELSE
		MOVE WS-TODAY-DATE(1:4) TO WS-WORK-YEAR
		MOVE WS-TODAY-DATE(5:2) TO WS-WORK-MONTH
		IF WS-WORK-MONTH = 1
			SUBTRACT 1 FROM WS-WORK-YEAR
			MOVE 12 TO WS-WORK-MONTH
		ELSE
			SUBTRACT 1 FROM WS-WORK-MONTH
		END-IF
		COMPUTE WS-PERIOD = WS-WORK-YEAR * 100 + WS-WORK-MONTH
	END-IF
	COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
	MOVE WS-PERIOD(1:4) TO WS-WORK-YEAR
	MOVE WS-PERIOD(5:2) TO WS-WORK-MONTH
	IF WS-WORK-MONTH = 12
		ADD 1 TO WS-WORK-YEAR
		MOVE 1 TO WS-WORK-MONTH
	ELSE
		ADD 1 TO WS-WORK-MONTH
	END-IF
	COMPUTE WS-NEXT-PERIOD-START =
		WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1.

*> a month already charged on an earlier day stays charged; the feed
*> that night carries nothing
CHECK-PERIOD-CONTROL.
	OPEN INPUT FEE-CONTROL
	READ FEE-CONTROL
		AT END CONTINUE
		NOT AT END
			MOVE FC-LAST-PERIOD TO WS-CONTROL-PERIOD
			MOVE FC-CHARGED-DATE TO WS-CONTROL-DATE
	END-READ
	CLOSE FEE-CONTROL
	IF WS-CONTROL-PERIOD = WS-PERIOD
		AND WS-CONTROL-DATE NOT = WS-TODAY-DATE
		DISPLAY 'Product charges for ' WS-PERIOD ' were made on '
			WS-CONTROL-DATE ' - not charged again'
		MOVE 'N' TO WS-CHARGE-FLAG
	END-IF.

CHARGE-PRODUCT-FEES.
	OPEN INPUT PRODUCT-CATALOG.
	IF PC-OK
		SET PRODUCTS-AVAILABLE TO TRUE
		MOVE SPACES TO PC-PRODUCT-CODE
	ELSE
		CLOSE PRODUCT-CATALOG
		DISPLAY 'No product catalog on file - no product charges'
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT BALANCE-SNAPSHOT.
	IF BS-OK
		SET SNAPSHOTS-AVAILABLE TO TRUE
	ELSE
		CLOSE BALANCE-SNAPSHOT
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT ACCOUNT-HISTORY.
	MOVE 'OPEN ACCOUNT-HISTORY' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT FEE-REPORT.
	MOVE 'OPEN FEE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE SPACES TO FEE-LINE
	STRING 'PRODUCT CHARGES FOR ' WS-PERIOD ' - RUN ' WS-TODAY-DATE
		DELIMITED BY SIZE INTO FEE-LINE
	WRITE FEE-LINE
	MOVE SPACES TO FEE-LINE
	WRITE FEE-LINE
	MOVE WS-COLUMN-LINE TO FEE-LINE
	WRITE FEE-LINE
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
	START ACCOUNT-MASTER KEY IS GREATER THAN OR EQUAL TO AM-ACCOUNT-NO
		INVALID KEY SET ACCOUNTS-EOF TO TRUE
	END-START
	PERFORM UNTIL ACCOUNTS-EOF
		READ ACCOUNT-MASTER NEXT RECORD
			AT END SET ACCOUNTS-EOF TO TRUE
		END-READ
		IF NOT ACCOUNTS-EOF
			ADD 1 TO WS-ACCOUNTS-READ
			IF AM-ACTIVE AND AM-PRODUCT-CODE NOT = SPACES
				PERFORM CHARGE-ONE-ACCOUNT THRU CHARGE-ONE-ACCOUNT-EXIT
			END-IF
		END-IF
	END-PERFORM
	PERFORM WRITE-FEE-TOTALS
	CLOSE ACCOUNT-MASTER.
	CLOSE ACCOUNT-HISTORY.
	CLOSE FEE-REPORT.
	CLOSE PRODUCT-CATALOG.
	IF SNAPSHOTS-AVAILABLE
		CLOSE BALANCE-SNAPSHOT
	END-IF
	OPEN OUTPUT FEE-CONTROL
	MOVE WS-PERIOD TO FC-LAST-PERIOD
	MOVE WS-TODAY-DATE TO FC-CHARGED-DATE
	WRITE FEE-CONTROL-RECORD
	CLOSE FEE-CONTROL.

*> a product code no longer on the catalog charges nothing and is
*> listed so someone moves the account to a product that exists
CHARGE-ONE-ACCOUNT.
	MOVE AM-ACCOUNT-NO TO WS-FEE-ACCOUNT
	MOVE SPACES TO WS-DETAIL-LINE
	MOVE WS-FEE-ACCOUNT TO DL-ACCOUNT
	MOVE AM-PRODUCT-CODE TO DL-PRODUCT
	IF AM-PRODUCT-CODE NOT = PC-PRODUCT-CODE OR NOT PC-OK
		MOVE AM-PRODUCT-CODE TO PC-PRODUCT-CODE
		READ PRODUCT-CATALOG
			INVALID KEY CONTINUE
		END-READ
	END-IF
	IF NOT PC-OK
		ADD 1 TO WS-UNKNOWN-COUNT
		MOVE 'PRODUCT NOT ON FILE' TO DL-NOTE
		PERFORM WRITE-DETAIL-LINE
		GO TO CHARGE-ONE-ACCOUNT-EXIT
	END-IF
	PERFORM FIND-LOWEST-BALANCE
	PERFORM COUNT-MONTH-ITEMS
	MOVE ZERO TO WS-MONTHLY-CHARGE
	MOVE ZERO TO WS-EXCESS-CHARGE
	MOVE ZERO TO WS-EXCESS-COUNT
	MOVE SPACES TO WS-FEE-NOTE
	IF PC-MINIMUM-BALANCE > ZERO
		AND WS-LOWEST-BALANCE NOT < PC-MINIMUM-BALANCE
		IF PC-MONTHLY-FEE > ZERO
			MOVE 'FEE WAIVED - MIN BAL' TO WS-FEE-NOTE
		END-IF
	ELSE
		MOVE PC-MONTHLY-FEE TO WS-MONTHLY-CHARGE
	END-IF
	IF WS-ITEM-COUNT > PC-FREE-TRANSACTIONS
		COMPUTE WS-EXCESS-COUNT = WS-ITEM-COUNT - PC-FREE-TRANSACTIONS
		COMPUTE WS-EXCESS-CHARGE = WS-EXCESS-COUNT * PC-EXCESS-TXN-FEE
	END-IF
	IF WS-MONTHLY-CHARGE = ZERO AND WS-EXCESS-CHARGE = ZERO
		IF WS-FEE-NOTE NOT = SPACES
			ADD 1 TO WS-WAIVED-COUNT
			PERFORM FILL-DETAIL-FIGURES
			PERFORM WRITE-DETAIL-LINE
		END-IF
		GO TO CHARGE-ONE-ACCOUNT-EXIT
	END-IF
	IF WS-MONTHLY-CHARGE > ZERO
		MOVE WS-MONTHLY-CHARGE TO PF-AMOUNT
		PERFORM WRITE-PRODUCT-FEE-RECORD
		ADD WS-MONTHLY-CHARGE TO WS-TOTAL-MONTHLY
	END-IF
	IF WS-EXCESS-CHARGE > ZERO
		MOVE WS-EXCESS-CHARGE TO PF-AMOUNT
		PERFORM WRITE-PRODUCT-FEE-RECORD
		ADD WS-EXCESS-CHARGE TO WS-TOTAL-EXCESS
	END-IF
	ADD 1 TO WS-CHARGED-COUNT
	IF WS-FEE-NOTE = SPACES
		MOVE 'CHARGED' TO WS-FEE-NOTE
	END-IF
	PERFORM FILL-DETAIL-FIGURES
	PERFORM WRITE-DETAIL-LINE.
	CHARGE-ONE-ACCOUNT-EXIT.
	EXIT.

*> the lowest end-of-day balance the account showed in the month
FIND-LOWEST-BALANCE.
	MOVE ZERO TO WS-SNAP-DAYS
	IF SNAPSHOTS-AVAILABLE
		MOVE WS-FEE-ACCOUNT TO BS-ACCOUNT-NO
		MOVE WS-PERIOD-START TO BS-DATE
		MOVE 'N' TO WS-SCAN-EOF
		START BALANCE-SNAPSHOT KEY IS NOT LESS THAN BS-KEY
			INVALID KEY SET SCAN-EOF TO TRUE
		END-START
		PERFORM UNTIL SCAN-EOF
			READ BALANCE-SNAPSHOT NEXT RECORD
				AT END
					SET SCAN-EOF TO TRUE
				NOT AT END
					IF BS-ACCOUNT-NO NOT = WS-FEE-ACCOUNT
						OR BS-DATE NOT < WS-NEXT-PERIOD-START
						SET SCAN-EOF TO TRUE
					ELSE
						IF WS-SNAP-DAYS = ZERO
							OR BS-BALANCE < WS-LOWEST-BALANCE
							MOVE BS-BALANCE TO WS-LOWEST-BALANCE
						END-IF
						ADD 1 TO WS-SNAP-DAYS
					END-IF
			END-READ
		END-PERFORM
	END-IF
	IF WS-SNAP-DAYS = ZERO
		MOVE AM-BALANCE TO WS-LOWEST-BALANCE
	END-IF.

*> the items the customer made in the month, off the account's own
*> stretch of the history
COUNT-MONTH-ITEMS.
	MOVE ZERO TO WS-ITEM-COUNT
	MOVE WS-FEE-ACCOUNT TO AH-ACCOUNT-NO
	MOVE WS-PERIOD-START TO AH-POST-DATE
	MOVE ZERO TO AH-SEQ-NO
	MOVE 'N' TO WS-SCAN-EOF
	START ACCOUNT-HISTORY KEY IS GREATER THAN OR EQUAL TO AH-KEY
		INVALID KEY SET SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL SCAN-EOF
		READ ACCOUNT-HISTORY NEXT RECORD
			AT END
				SET SCAN-EOF TO TRUE
			NOT AT END
				IF AH-ACCOUNT-NO NOT = WS-FEE-ACCOUNT
					OR AH-POST-DATE NOT < WS-NEXT-PERIOD-START
					SET SCAN-EOF TO TRUE
				ELSE
					IF NOT AH-ROW-REVERSED
						AND (AH-TYPE = 'D' OR AH-TYPE = 'W'
							OR AH-TYPE = 'Q' OR AH-TYPE = 'E'
							OR (AH-TYPE = 'T' AND AH-DEBIT))
						ADD 1 TO WS-ITEM-COUNT
					END-IF
				END-IF
		END-READ
	END-PERFORM.

WRITE-PRODUCT-FEE-RECORD.
	MOVE WS-FEE-ACCOUNT TO PF-ACCOUNT-NO
	MOVE 'F' TO PF-TYPE
	MOVE ZERO TO PF-TO-ACCOUNT-NO
	MOVE WS-TODAY-DATE TO PF-DATE
	WRITE PRODUCT-FEE-RECORD
	MOVE 'WRITE PRODUCT-FEE-FEED' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	ADD 1 TO WS-FEED-COUNT
	ADD PF-AMOUNT TO WS-FEED-HASH.

FILL-DETAIL-FIGURES.
	MOVE WS-LOWEST-BALANCE TO DL-LOWEST
	MOVE WS-ITEM-COUNT TO DL-ITEMS
	MOVE WS-EXCESS-COUNT TO DL-OVER
	MOVE WS-MONTHLY-CHARGE TO DL-MONTHLY
	MOVE WS-EXCESS-CHARGE TO DL-EXCESS
	MOVE WS-FEE-NOTE TO DL-NOTE.

WRITE-DETAIL-LINE.
	MOVE WS-DETAIL-LINE TO FEE-LINE
	WRITE FEE-LINE.

WRITE-FEE-TOTALS.
	MOVE SPACES TO FEE-LINE
	WRITE FEE-LINE
	MOVE 'ACCOUNTS CHARGED' TO CT-LABEL
	MOVE WS-CHARGED-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO FEE-LINE
	WRITE FEE-LINE
	MOVE 'MONTHLY FEE WAIVED' TO CT-LABEL
	MOVE WS-WAIVED-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO FEE-LINE
	WRITE FEE-LINE
	MOVE 'PRODUCT NOT ON FILE' TO CT-LABEL
	MOVE WS-UNKNOWN-COUNT TO CT-COUNT
	MOVE WS-COUNT-LINE TO FEE-LINE
	WRITE FEE-LINE
	MOVE 'MONTHLY FEES' TO TL-LABEL
	MOVE WS-TOTAL-MONTHLY TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO FEE-LINE
	WRITE FEE-LINE
	MOVE 'EXCESS ITEM FEES' TO TL-LABEL
	MOVE WS-TOTAL-EXCESS TO TL-AMOUNT
	MOVE WS-TOTAL-LINE TO FEE-LINE
	WRITE FEE-LINE.

COPY HANDOFF-WRITE.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
