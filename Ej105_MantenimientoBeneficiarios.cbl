*> Purpose: External payee registration for interbank transfers
*>
*> An external transfer (T-TYPE 'E') names a payee reference in the
*> to-account field instead of one of our own accounts. This keeps
*> EXTERNAL-PAYEES.DAT, the register those references resolve
*> against: the receiving bank's code, the beneficiary's account
*> there and the beneficiary's name, owned by the one customer
*> account allowed to pay it. BANK-TRANSACTION refuses an external
*> transfer whose payee is unknown, removed, or registered to a
*> different account. Removing a payee takes level 3 and only marks
*> it removed, so history rows that quote it still resolve. Every
*> change lands in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.09.22 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. PAYEE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY EXTERNAL-PAYEES-SELECT.
	COPY ACCOUNT-MASTER-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY EXTERNAL-PAYEES-FD.

COPY ACCOUNT-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-ACCOUNT PIC 9(10).
01 WS-PAYEE-EOF PIC X VALUE 'N'.
	88 PAYEE-SCAN-EOF VALUE 'Y'.
01 WS-PAYEE-COUNT PIC 9(5).
COPY EXTERNAL-PAYEES-STATUS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'PAYEE-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'PAYEE-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O EXTERNAL-PAYEES.
	IF NOT XP-OK
		CLOSE EXTERNAL-PAYEES
		OPEN OUTPUT EXTERNAL-PAYEES
		CLOSE EXTERNAL-PAYEES
		OPEN I-O EXTERNAL-PAYEES
	END-IF
	OPEN INPUT ACCOUNT-MASTER.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Register external payee'
		DISPLAY '2. Remove external payee'
		DISPLAY '3. List payees of an account'
		DISPLAY '4. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1 PERFORM REGISTER-PAYEE THRU REGISTER-PAYEE-EXIT
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Removing a payee takes level 3'
				ELSE
					PERFORM REMOVE-PAYEE THRU REMOVE-PAYEE-EXIT
				END-IF
			WHEN 3 PERFORM LIST-ACCOUNT-PAYEES
			WHEN 4 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE EXTERNAL-PAYEES.
	CLOSE ACCOUNT-MASTER.
	STOP RUN.

REGISTER-PAYEE.
	DISPLAY 'Payee reference number: '
	ACCEPT XP-PAYEE-NO
	IF XP-PAYEE-NO = ZERO
		DISPLAY 'Payee reference must be nonzero - rejected'
		GO TO REGISTER-PAYEE-EXIT
	END-IF
	DISPLAY 'Customer account that will pay it: '
	ACCEPT XP-OWNER-ACCOUNT
	MOVE XP-OWNER-ACCOUNT TO AM-ACCOUNT-NO
	READ ACCOUNT-MASTER
		INVALID KEY
			DISPLAY 'Account ' XP-OWNER-ACCOUNT ' not on the master - rejected'
			GO TO REGISTER-PAYEE-EXIT
	END-READ
	IF NOT AM-ACTIVE
		DISPLAY 'Account ' XP-OWNER-ACCOUNT ' is not active - rejected'
		GO TO REGISTER-PAYEE-EXIT
	END-IF
	DISPLAY 'Receiving bank code: '
	ACCEPT XP-BANK-CODE
	DISPLAY 'Beneficiary account at that bank: '
	ACCEPT XP-BENEFICIARY-ACCOUNT
	DISPLAY 'Beneficiary name: '
	ACCEPT XP-BENEFICIARY-NAME
	IF XP-BANK-CODE = SPACES OR XP-BENEFICIARY-ACCOUNT = SPACES
		OR XP-BENEFICIARY-NAME = SPACES
		DISPLAY 'Bank code, account and name are all required - rejected'
		GO TO REGISTER-PAYEE-EXIT
	END-IF
	MOVE WS-TODAY-DATE TO XP-ADDED-DATE
	MOVE 'A' TO XP-STATUS
	WRITE EXTERNAL-PAYEE-RECORD
		INVALID KEY
			DISPLAY 'Payee ' XP-PAYEE-NO ' already exists'
			GO TO REGISTER-PAYEE-EXIT
	END-WRITE
	DISPLAY 'Payee ' XP-PAYEE-NO ' registered to account ' XP-OWNER-ACCOUNT
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE XP-PAYEE-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING XP-BANK-CODE ' ' XP-BENEFICIARY-NAME
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REGISTER-PAYEE-EXIT.
	EXIT.

REMOVE-PAYEE.
	DISPLAY 'Payee reference number: '
	ACCEPT XP-PAYEE-NO
	READ EXTERNAL-PAYEES
		INVALID KEY
			DISPLAY 'Payee not on file'
			GO TO REMOVE-PAYEE-EXIT
	END-READ
	IF XP-REMOVED
		DISPLAY 'Payee is already removed'
		GO TO REMOVE-PAYEE-EXIT
	END-IF
	MOVE 'X' TO XP-STATUS
	REWRITE EXTERNAL-PAYEE-RECORD
	MOVE 'REWRITE EXTERNAL-PAYEES' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Payee ' XP-PAYEE-NO ' removed'
	MOVE 'DELETE' TO AT-CHANGE-OPERATION
	MOVE XP-PAYEE-NO TO AT-TRACKED-KEY
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'removed ' XP-BENEFICIARY-NAME
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	REMOVE-PAYEE-EXIT.
	EXIT.

*> payees are keyed on their own reference, not the owner, so this is
*> a full pass - the register is small
LIST-ACCOUNT-PAYEES.
	DISPLAY 'Account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE ZERO TO WS-PAYEE-COUNT
	MOVE 'N' TO WS-PAYEE-EOF
	MOVE LOW-VALUES TO XP-PAYEE-NO
	START EXTERNAL-PAYEES KEY IS GREATER THAN OR EQUAL TO XP-PAYEE-NO
		INVALID KEY SET PAYEE-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL PAYEE-SCAN-EOF
		READ EXTERNAL-PAYEES NEXT RECORD
			AT END SET PAYEE-SCAN-EOF TO TRUE
		END-READ
		IF NOT PAYEE-SCAN-EOF AND XP-OWNER-ACCOUNT = WS-WORK-ACCOUNT
			ADD 1 TO WS-PAYEE-COUNT
			DISPLAY 'Payee ' XP-PAYEE-NO ' ' XP-BANK-CODE ' '
				XP-BENEFICIARY-ACCOUNT ' ' XP-BENEFICIARY-NAME
				' status ' XP-STATUS
		END-IF
	END-PERFORM
	DISPLAY WS-PAYEE-COUNT ' payee(s)'.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
