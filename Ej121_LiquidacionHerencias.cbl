*> Purpose: Estate settlement statement for deceased customers
*>
*> Once CUSTOMER-MAINT records a customer's death the accounts are
*> frozen, and the branch has to tell the executors what there is and
*> who it goes to. Every night this prints a statement for each
*> deceased customer who still has an account open (or, with
*> ESTATE_CUSTOMER=nnnnnn, for that one customer only, open accounts
*> or not): each account linked to the customer on
*> CUSTOMER-ACCOUNTS.DAT with its balance, and the amount due to each
*> payable-on-death beneficiary on POD-BENEFICIARIES.DAT at their
*> percentage share. What the shares leave is due to the estate. A
*> joint account counts the deceased's equal share only (any odd cent
*> stays with the surviving owners), and an overdrawn account has
*> nothing payable on death - the debit is a claim on the estate. The
*> statement closes with the total due to each beneficiary and to the
*> estate, currency by currency. Output is ESTATE-SETTLEMENT.RPT;
*> nothing is updated, so the run can be repeated.
*>
*> Mod history:
*> 24.10.18 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. ESTATE-SETTLEMENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY CUSTOMER-MASTER-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	COPY POD-BENEFICIARIES-SELECT.
	SELECT relatives ASSIGN TO 'relatives.dat'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nicknum
		FILE STATUS IS RL-FILE-STATUS.
	SELECT OPTIONAL CUSTOMER-ACCOUNTS ASSIGN TO 'CUSTOMER-ACCOUNTS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XA-FILE-STATUS.
	SELECT ESTATE-REPORT ASSIGN TO 'ESTATE-SETTLEMENT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY CUSTOMER-MASTER-FD.

COPY ACCOUNT-MASTER-FD.

COPY POD-BENEFICIARIES-FD.

FD relatives.
01 person.
	05 nicknum       PIC 9(5).
	05 firstname     PIC x(48).
	05 lastname      PIC x(64).
	05 relationship  PIC x(32).
	05 birthdate     PIC 9(8).
	05 link-type     PIC x(10).
	05 link-nicknum  PIC 9(5).

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
	05 XA-CUSTOMER-NO PIC 9(6).
	05 XA-ACCOUNT-NO PIC 9(10).

FD ESTATE-REPORT.
01 ESTATE-REPORT-LINE PIC X(132).

COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-TODAY-DATE PIC 9(8).
01 WS-ONE-CUSTOMER PIC 9(6) VALUE ZERO.
01 WS-EOF-FLAG PIC X VALUE 'N'.
	88 END-OF-FILE VALUE 'Y'.
01 WS-XREF-EOF PIC X VALUE 'N'.
	88 XREF-EOF VALUE 'Y'.
01 WS-BN-EOF PIC X VALUE 'N'.
	88 BENEFICIARIES-EOF VALUE 'Y'.
01 XA-FILE-STATUS PIC X(2).
	88 XA-OK VALUE '00'.
01 RL-FILE-STATUS PIC X(2).
	88 RL-OK VALUE '00'.
COPY CUSTOMER-MASTER-STATUS.
COPY POD-BENEFICIARIES-STATUS.
01 WS-BENEFICIARIES-FLAG PIC X VALUE 'N'.
	88 BENEFICIARIES-AVAILABLE VALUE 'Y'.
01 WS-RELATIVES-FLAG PIC X VALUE 'N'.
	88 RELATIVES-AVAILABLE VALUE 'Y'.
*> every owner of every account, as on the cross-reference
01 WS-OWNER-COUNT PIC 9(4) VALUE ZERO.
01 WS-OWNER-TABLE.
	05 WS-OWNER-ENTRY OCCURS 1000 TIMES.
		10 WS-OWNER-CUSTOMER PIC 9(6).
		10 WS-OWNER-ACCOUNT PIC 9(10).
01 WS-OWNER-SUB PIC 9(4).
01 WS-OWNERS-OF-ACCOUNT PIC 9(3).
01 WS-SCAN-SUB PIC 9(4).
01 WS-OPEN-ACCOUNTS PIC 9(3).
01 WS-ESTATE-COUNT PIC 9(5) VALUE ZERO.
01 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
*> what this estate pays out, per beneficiary and currency; person-id
*> zero is the estate itself
01 WS-DUE-COUNT PIC 9(3) VALUE ZERO.
01 WS-DUE-TABLE.
	05 WS-DUE-ENTRY OCCURS 100 TIMES.
		10 WS-DUE-NICKNUM PIC 9(5).
		10 WS-DUE-CURRENCY PIC X(3).
		10 WS-DUE-NAME PIC X(41).
		10 WS-DUE-AMOUNT PIC S9(11)V99.
01 WS-DUE-SUB PIC 9(3).
01 WS-DUE-FOUND-SUB PIC 9(3).
01 WS-WORK-NICKNUM PIC 9(5).
01 WS-WORK-NAME PIC X(41).
01 WS-WORK-AMOUNT PIC S9(11)V99.
01 WS-ESTATE-PORTION PIC S9(11)V99.
01 WS-PAID-ON-DEATH PIC S9(11)V99.
01 WS-BENEFICIARY-AMOUNT PIC S9(11)V99.
01 WS-SHARE-TOTAL PIC 9(5)V99.
01 WS-ESTATE-PCT PIC 9(5)V99.
01 WS-HEADER-LINE.
	05 FILLER PIC X(29) VALUE 'ESTATE SETTLEMENT STATEMENT  '.
	05 HL-CUSTOMER PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 HL-NAME PIC X(30).
	05 FILLER PIC X(17) VALUE '  DATE OF DEATH '.
	05 HL-DEATH-DATE PIC 9(8).
	05 FILLER PIC X(12) VALUE '  AS AT '.
	05 HL-TODAY PIC 9(8).
01 WS-ACCOUNT-LINE.
	05 FILLER PIC X(2) VALUE SPACES.
	05 FILLER PIC X(8) VALUE 'ACCOUNT '.
	05 AL-ACCOUNT PIC 9(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AL-CURRENCY PIC X(3).
	05 FILLER PIC X(2) VALUE SPACES.
	05 AL-PRODUCT PIC X(4).
	05 FILLER PIC X(10) VALUE '  BALANCE '.
	05 AL-BALANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.
	05 FILLER PIC X(2) VALUE SPACES.
	05 AL-NOTE PIC X(50).
01 WS-SHARE-LINE.
	05 FILLER PIC X(6) VALUE SPACES.
	05 SL-NICKNUM PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 SL-NAME PIC X(41).
	05 FILLER PIC X(2) VALUE SPACES.
	05 SL-PCT PIC ZZ9.99.
	05 FILLER PIC X(3) VALUE '%  '.
	05 SL-CURRENCY PIC X(3).
	05 FILLER PIC X(1) VALUE SPACE.
	05 SL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
01 WS-DUE-LINE.
	05 FILLER PIC X(6) VALUE SPACES.
	05 DL-NICKNUM PIC ZZZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 DL-NAME PIC X(41).
	05 FILLER PIC X(11) VALUE SPACES.
	05 DL-CURRENCY PIC X(3).
	05 FILLER PIC X(1) VALUE SPACE.
	05 DL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'ESTATE-SETTLEMENT' TO JS-CALLING-PROGRAM.
	PERFORM START-JOB-STATS.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	ACCEPT WS-ONE-CUSTOMER FROM ENVIRONMENT 'ESTATE_CUSTOMER'
		ON EXCEPTION CONTINUE
	END-ACCEPT
	IF WS-ONE-CUSTOMER IS NOT NUMERIC
		MOVE ZERO TO WS-ONE-CUSTOMER
	END-IF
	OPEN INPUT CUSTOMER-MASTER.
	IF NOT CU-OK
		DISPLAY 'No CUSTOMER-MASTER - no estates to settle'
		CLOSE CUSTOMER-MASTER
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	PERFORM LOAD-ACCOUNT-OWNERS.
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN INPUT POD-BENEFICIARIES.
	IF BN-OK
		SET BENEFICIARIES-AVAILABLE TO TRUE
	ELSE
		CLOSE POD-BENEFICIARIES
	END-IF
	OPEN INPUT relatives.
	IF RL-OK
		SET RELATIVES-AVAILABLE TO TRUE
	ELSE
		CLOSE relatives
	END-IF
	OPEN OUTPUT ESTATE-REPORT.
	MOVE 'OPEN ESTATE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE LOW-VALUES TO CU-CUSTOMER-NO
	START CUSTOMER-MASTER KEY IS GREATER THAN OR EQUAL TO CU-CUSTOMER-NO
		INVALID KEY SET END-OF-FILE TO TRUE
	END-START
	PERFORM UNTIL END-OF-FILE
		READ CUSTOMER-MASTER NEXT RECORD
			AT END SET END-OF-FILE TO TRUE
			NOT AT END
				ADD 1 TO JS-RECORDS-READ
				IF CU-DECEASED-DATE IS NUMERIC
					AND CU-DECEASED-DATE > ZERO
					AND (WS-ONE-CUSTOMER = ZERO
						OR WS-ONE-CUSTOMER = CU-CUSTOMER-NO)
					PERFORM SETTLE-ONE-ESTATE THRU SETTLE-ONE-ESTATE-EXIT
				END-IF
		END-READ
	END-PERFORM.
	IF WS-ESTATE-COUNT = ZERO
		MOVE 'NO ESTATES OPEN FOR SETTLEMENT' TO ESTATE-REPORT-LINE
		WRITE ESTATE-REPORT-LINE
	END-IF
	CLOSE CUSTOMER-MASTER.
	CLOSE ACCOUNT-MASTER.
	IF BENEFICIARIES-AVAILABLE
		CLOSE POD-BENEFICIARIES
	END-IF
	IF RELATIVES-AVAILABLE
		CLOSE relatives
	END-IF
	CLOSE ESTATE-REPORT.
	DISPLAY 'Estate settlement: ' WS-ESTATE-COUNT ' estate(s), '
		WS-ACCOUNT-COUNT ' account(s)'.
	MOVE WS-ESTATE-COUNT TO JS-RECORDS-WRITTEN.
	PERFORM END-JOB-STATS.
	STOP RUN.

LOAD-ACCOUNT-OWNERS.
	OPEN INPUT CUSTOMER-ACCOUNTS
	IF NOT XA-OK
		CLOSE CUSTOMER-ACCOUNTS
		DISPLAY 'No CUSTOMER-ACCOUNTS.DAT - no accounts to settle'
		EXIT PARAGRAPH
	END-IF
	READ CUSTOMER-ACCOUNTS
		AT END SET XREF-EOF TO TRUE
	END-READ
	PERFORM UNTIL XREF-EOF
		IF WS-OWNER-COUNT < 1000
			ADD 1 TO WS-OWNER-COUNT
			MOVE XA-CUSTOMER-NO TO WS-OWNER-CUSTOMER(WS-OWNER-COUNT)
			MOVE XA-ACCOUNT-NO TO WS-OWNER-ACCOUNT(WS-OWNER-COUNT)
		ELSE
			DISPLAY 'owner table full - customer ' XA-CUSTOMER-NO
				' account ' XA-ACCOUNT-NO ' not settled'
		END-IF
		READ CUSTOMER-ACCOUNTS
			AT END SET XREF-EOF TO TRUE
		END-READ
	END-PERFORM
	CLOSE CUSTOMER-ACCOUNTS.

*> an estate whose accounts are all closed has been paid out and drops
*> off the nightly run; asked for by number it is printed regardless
SETTLE-ONE-ESTATE.
	MOVE ZERO TO WS-OPEN-ACCOUNTS
	PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
		UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
		IF WS-OWNER-CUSTOMER(WS-OWNER-SUB) = CU-CUSTOMER-NO
			MOVE WS-OWNER-ACCOUNT(WS-OWNER-SUB) TO AM-ACCOUNT-NO
			READ ACCOUNT-MASTER
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF NOT AM-CLOSED
						ADD 1 TO WS-OPEN-ACCOUNTS
					END-IF
			END-READ
		END-IF
	END-PERFORM
	IF WS-OPEN-ACCOUNTS = ZERO AND WS-ONE-CUSTOMER = ZERO
		GO TO SETTLE-ONE-ESTATE-EXIT
	END-IF
	ADD 1 TO WS-ESTATE-COUNT
	MOVE ZERO TO WS-DUE-COUNT
	MOVE SPACES TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	MOVE CU-CUSTOMER-NO TO HL-CUSTOMER
	MOVE CU-NAME TO HL-NAME
	MOVE CU-DECEASED-DATE TO HL-DEATH-DATE
	MOVE WS-TODAY-DATE TO HL-TODAY
	MOVE WS-HEADER-LINE TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	MOVE 'WRITE ESTATE-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	MOVE ALL '-' TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
		UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
		IF WS-OWNER-CUSTOMER(WS-OWNER-SUB) = CU-CUSTOMER-NO
			PERFORM SETTLE-ONE-ACCOUNT THRU SETTLE-ONE-ACCOUNT-EXIT
		END-IF
	END-PERFORM
	PERFORM WRITE-AMOUNTS-DUE.
	SETTLE-ONE-ESTATE-EXIT.
	EXIT.

SETTLE-ONE-ACCOUNT.
	MOVE WS-OWNER-ACCOUNT(WS-OWNER-SUB) TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			GO TO SETTLE-ONE-ACCOUNT-EXIT
	END-READ
	IF AM-CLOSED AND WS-ONE-CUSTOMER = ZERO
		GO TO SETTLE-ONE-ACCOUNT-EXIT
	END-IF
	ADD 1 TO WS-ACCOUNT-COUNT
	MOVE ZERO TO WS-OWNERS-OF-ACCOUNT
	PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
		UNTIL WS-SCAN-SUB > WS-OWNER-COUNT
		IF WS-OWNER-ACCOUNT(WS-SCAN-SUB) = AM-ACCOUNT-NO
			ADD 1 TO WS-OWNERS-OF-ACCOUNT
		END-IF
	END-PERFORM
	MOVE SPACES TO AL-NOTE
	IF WS-OWNERS-OF-ACCOUNT > 1
		COMPUTE WS-ESTATE-PORTION = AM-BALANCE / WS-OWNERS-OF-ACCOUNT
		STRING 'JOINT - DECEASED''S SHARE 1/' WS-OWNERS-OF-ACCOUNT
			DELIMITED BY SIZE INTO AL-NOTE
	ELSE
		MOVE AM-BALANCE TO WS-ESTATE-PORTION
	END-IF
	IF AM-CLOSED
		MOVE 'CLOSED' TO AL-NOTE
		MOVE ZERO TO WS-ESTATE-PORTION
	END-IF
	MOVE AM-ACCOUNT-NO TO AL-ACCOUNT
	MOVE AM-CURRENCY-CODE TO AL-CURRENCY
	MOVE AM-PRODUCT-CODE TO AL-PRODUCT
	MOVE AM-BALANCE TO AL-BALANCE
	MOVE WS-ACCOUNT-LINE TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	IF WS-ESTATE-PORTION NOT > ZERO
		IF NOT AM-CLOSED AND AM-BALANCE < ZERO
			MOVE SPACES TO ESTATE-REPORT-LINE
			MOVE '      OVERDRAWN - NOTHING PAYABLE ON DEATH' TO ESTATE-REPORT-LINE
			WRITE ESTATE-REPORT-LINE
			MOVE ZERO TO WS-WORK-NICKNUM
			MOVE 'THE ESTATE' TO WS-WORK-NAME
			MOVE WS-ESTATE-PORTION TO WS-WORK-AMOUNT
			PERFORM ADD-AMOUNT-DUE
		END-IF
		GO TO SETTLE-ONE-ACCOUNT-EXIT
	END-IF
	MOVE ZERO TO WS-PAID-ON-DEATH
	MOVE ZERO TO WS-SHARE-TOTAL
	IF BENEFICIARIES-AVAILABLE
		PERFORM SHARE-OUT-BENEFICIARIES
	END-IF
*> the estate takes what the shares leave, rounding included
	COMPUTE WS-ESTATE-PCT = 100 - WS-SHARE-TOTAL
	MOVE ZERO TO SL-NICKNUM
	MOVE 'TO THE ESTATE' TO SL-NAME
	MOVE WS-ESTATE-PCT TO SL-PCT
	MOVE AL-CURRENCY TO SL-CURRENCY
	COMPUTE WS-WORK-AMOUNT = WS-ESTATE-PORTION - WS-PAID-ON-DEATH
	MOVE WS-WORK-AMOUNT TO SL-AMOUNT
	MOVE WS-SHARE-LINE TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	MOVE ZERO TO WS-WORK-NICKNUM
	MOVE 'THE ESTATE' TO WS-WORK-NAME
	PERFORM ADD-AMOUNT-DUE.
	SETTLE-ONE-ACCOUNT-EXIT.
	EXIT.

SHARE-OUT-BENEFICIARIES.
	MOVE 'N' TO WS-BN-EOF
	MOVE AM-ACCOUNT-NO TO BN-ACCOUNT-NO
	MOVE ZERO TO BN-NICKNUM
	START POD-BENEFICIARIES KEY IS GREATER THAN OR EQUAL TO BN-KEY
		INVALID KEY SET BENEFICIARIES-EOF TO TRUE
	END-START
	PERFORM UNTIL BENEFICIARIES-EOF
		READ POD-BENEFICIARIES NEXT RECORD
			AT END SET BENEFICIARIES-EOF TO TRUE
		END-READ
		IF NOT BENEFICIARIES-EOF
			IF BN-ACCOUNT-NO NOT = AM-ACCOUNT-NO
				SET BENEFICIARIES-EOF TO TRUE
			ELSE
				PERFORM PAY-ONE-BENEFICIARY
			END-IF
		END-IF
	END-PERFORM.

PAY-ONE-BENEFICIARY.
	COMPUTE WS-BENEFICIARY-AMOUNT ROUNDED =
		WS-ESTATE-PORTION * BN-SHARE-PCT / 100
	ADD WS-BENEFICIARY-AMOUNT TO WS-PAID-ON-DEATH
	ADD BN-SHARE-PCT TO WS-SHARE-TOTAL
	MOVE SPACES TO WS-WORK-NAME
	IF RELATIVES-AVAILABLE
		MOVE BN-NICKNUM TO nicknum
		READ relatives
			INVALID KEY
				MOVE '(NOT ON THE RELATIVES REGISTER)' TO WS-WORK-NAME
			NOT INVALID KEY
				STRING firstname(1:20) ' ' lastname(1:20)
					DELIMITED BY SIZE INTO WS-WORK-NAME
		END-READ
	END-IF
	MOVE BN-NICKNUM TO SL-NICKNUM
	MOVE WS-WORK-NAME TO SL-NAME
	MOVE BN-SHARE-PCT TO SL-PCT
	MOVE AL-CURRENCY TO SL-CURRENCY
	MOVE WS-BENEFICIARY-AMOUNT TO SL-AMOUNT
	MOVE WS-SHARE-LINE TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	MOVE BN-NICKNUM TO WS-WORK-NICKNUM
	MOVE WS-BENEFICIARY-AMOUNT TO WS-WORK-AMOUNT
	PERFORM ADD-AMOUNT-DUE.

ADD-AMOUNT-DUE.
	MOVE ZERO TO WS-DUE-FOUND-SUB
	PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
		UNTIL WS-DUE-SUB > WS-DUE-COUNT
		IF WS-DUE-NICKNUM(WS-DUE-SUB) = WS-WORK-NICKNUM
			AND WS-DUE-CURRENCY(WS-DUE-SUB) = AL-CURRENCY
			MOVE WS-DUE-SUB TO WS-DUE-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-DUE-FOUND-SUB = ZERO
		IF WS-DUE-COUNT < 100
			ADD 1 TO WS-DUE-COUNT
			MOVE WS-DUE-COUNT TO WS-DUE-FOUND-SUB
			MOVE WS-WORK-NICKNUM TO WS-DUE-NICKNUM(WS-DUE-FOUND-SUB)
			MOVE AL-CURRENCY TO WS-DUE-CURRENCY(WS-DUE-FOUND-SUB)
			MOVE WS-WORK-NAME TO WS-DUE-NAME(WS-DUE-FOUND-SUB)
			MOVE ZERO TO WS-DUE-AMOUNT(WS-DUE-FOUND-SUB)
		ELSE
			DISPLAY 'amounts-due table full for customer '
				CU-CUSTOMER-NO
		END-IF
	END-IF
	IF WS-DUE-FOUND-SUB NOT = ZERO
		ADD WS-WORK-AMOUNT TO WS-DUE-AMOUNT(WS-DUE-FOUND-SUB)
	END-IF.

WRITE-AMOUNTS-DUE.
	MOVE SPACES TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	MOVE '  TOTAL DUE' TO ESTATE-REPORT-LINE
	WRITE ESTATE-REPORT-LINE
	PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
		UNTIL WS-DUE-SUB > WS-DUE-COUNT
		MOVE WS-DUE-NICKNUM(WS-DUE-SUB) TO DL-NICKNUM
		MOVE WS-DUE-NAME(WS-DUE-SUB) TO DL-NAME
		MOVE WS-DUE-CURRENCY(WS-DUE-SUB) TO DL-CURRENCY
		MOVE WS-DUE-AMOUNT(WS-DUE-SUB) TO DL-AMOUNT
		MOVE WS-DUE-LINE TO ESTATE-REPORT-LINE
		WRITE ESTATE-REPORT-LINE
	END-PERFORM.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.
