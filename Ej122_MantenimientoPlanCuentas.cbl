*> Purpose: General-ledger chart of accounts maintenance
*>
*> GL-BALANCES.DAT knew its accounts only by number, and finance built
*> the statements by hand off the trial balance. GL-ACCOUNTS.DAT names
*> every GL account, says whether it is an asset, liability, equity,
*> income or expense account, and on which line of the balance sheet
*> or income statement it prints. Accounts sharing a statement line
*> share its caption: an account added to a line already in use takes
*> that caption unless a new one is keyed, and a line belongs to one
*> statement only. GL-POST refuses journal lines for an account that
*> is not on the chart or is inactive, so an account GL-MAPPING.DAT
*> still maps transactions to cannot be made inactive. Anyone signed
*> on can look; adding, changing or deactivating an account takes
*> level 3. Every change lands in the shared AUDIT-TRAIL, with the
*> before and after record on CHANGE-HISTORY.
*>
*> Mod history:
*> 24.10.20 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. GL-CHART-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY GL-ACCOUNTS-SELECT.
	SELECT GL-MAPPING-FILE ASSIGN TO 'GL-MAPPING.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GM-FILE-STATUS.
	COPY CHANGE-HISTORY-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY GL-ACCOUNTS-FD.

FD GL-MAPPING-FILE.
01 GL-MAPPING-RECORD.
	05 GM-TRANSACTION-TYPE PIC X.
	05 GM-DEBIT-GL-ACCOUNT PIC 9(8).
	05 GM-CREDIT-GL-ACCOUNT PIC 9(8).

COPY CHANGE-HISTORY-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-ACCOUNT PIC 9(8).
01 WS-WORK-DESCRIPTION PIC X(30).
01 WS-WORK-TYPE PIC X.
01 WS-WORK-LINE PIC 9(3).
01 WS-WORK-CAPTION PIC X(30).
01 WS-NEW-STATUS PIC X.
01 WS-DETAILS-FLAG PIC X.
	88 DETAILS-VALID VALUE 'Y'.
01 WS-LINE-CAPTION PIC X(30).
01 WS-LINE-TYPE PIC X.
01 WS-ACCOUNT-EOF PIC X VALUE 'N'.
	88 ACCOUNT-SCAN-EOF VALUE 'Y'.
01 WS-ACCOUNT-COUNT PIC 9(5).
01 GM-FILE-STATUS PIC X(2).
	88 GM-OK VALUE '00'.
01 WS-MAP-EOF PIC X VALUE 'N'.
	88 MAPPING-EOF VALUE 'Y'.
01 WS-MAPPED-FLAG PIC X.
	88 ACCOUNT-MAPPED VALUE 'Y'.
COPY GL-ACCOUNTS-STATUS.
COPY CHANGE-HISTORY-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'GL-CHART-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'GL-CHART-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O GL-ACCOUNTS.
	IF NOT GA-OK
		CLOSE GL-ACCOUNTS
		OPEN OUTPUT GL-ACCOUNTS
		CLOSE GL-ACCOUNTS
		OPEN I-O GL-ACCOUNTS
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Add GL account'
		DISPLAY '2. Change GL account'
		DISPLAY '3. Deactivate / reactivate GL account'
		DISPLAY '4. Show GL account'
		DISPLAY '5. List chart of accounts'
		DISPLAY '6. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1
				IF OPR-LEVEL < 3
					DISPLAY 'Adding GL accounts takes level 3'
				ELSE
					PERFORM ADD-GL-ACCOUNT THRU ADD-GL-ACCOUNT-EXIT
				END-IF
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Changing GL accounts takes level 3'
				ELSE
					PERFORM CHANGE-GL-ACCOUNT THRU CHANGE-GL-ACCOUNT-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
					DISPLAY 'Changing GL account status takes level 3'
				ELSE
					PERFORM CHANGE-GL-ACCOUNT-STATUS
						THRU CHANGE-GL-ACCOUNT-STATUS-EXIT
				END-IF
			WHEN 4 PERFORM SHOW-GL-ACCOUNT
			WHEN 5 PERFORM LIST-GL-ACCOUNTS
			WHEN 6 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE GL-ACCOUNTS.
	STOP RUN.

ADD-GL-ACCOUNT.
	DISPLAY 'GL account number (8 digits): '
	ACCEPT WS-WORK-ACCOUNT
	IF WS-WORK-ACCOUNT = ZERO
		DISPLAY 'GL account number is required - rejected'
		GO TO ADD-GL-ACCOUNT-EXIT
	END-IF
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	READ GL-ACCOUNTS
		NOT INVALID KEY
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' is already on file'
			GO TO ADD-GL-ACCOUNT-EXIT
	END-READ
	MOVE SPACES TO WS-WORK-DESCRIPTION
	DISPLAY 'Description: '
	ACCEPT WS-WORK-DESCRIPTION
	IF WS-WORK-DESCRIPTION = SPACES
		DISPLAY 'Description is required - rejected'
		GO TO ADD-GL-ACCOUNT-EXIT
	END-IF
	PERFORM ACCEPT-ACCOUNT-DETAILS
	IF NOT DETAILS-VALID
		GO TO ADD-GL-ACCOUNT-EXIT
	END-IF
	MOVE SPACES TO GL-ACCOUNTS-RECORD
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	MOVE WS-WORK-DESCRIPTION TO GA-DESCRIPTION
	MOVE WS-WORK-TYPE TO GA-ACCOUNT-TYPE
	MOVE WS-WORK-LINE TO GA-STATEMENT-LINE
	MOVE WS-WORK-CAPTION TO GA-LINE-CAPTION
	SET GA-ACTIVE TO TRUE
	MOVE OPR-OPERATOR-ID TO GA-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO GA-MAINTAINED-DATE
	WRITE GL-ACCOUNTS-RECORD
	MOVE 'WRITE GL-ACCOUNTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'GL account ' WS-WORK-ACCOUNT ' added and active'
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE SPACES TO CH-LOG-AFTER
	MOVE GL-ACCOUNTS-RECORD TO CH-LOG-AFTER
	MOVE 'GLCHART' TO CH-LOG-FILE-ID
	MOVE WS-WORK-ACCOUNT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT TO AT-TRACKED-KEY
	MOVE GA-DESCRIPTION TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	ADD-GL-ACCOUNT-EXIT.
	EXIT.

*> type, statement line and caption are keyed again in full; the
*> description stays unless a new one is given
CHANGE-GL-ACCOUNT.
	DISPLAY 'GL account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	READ GL-ACCOUNTS
		INVALID KEY
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' not on file'
			GO TO CHANGE-GL-ACCOUNT-EXIT
	END-READ
	PERFORM DISPLAY-GL-ACCOUNT
	MOVE SPACES TO WS-WORK-DESCRIPTION
	DISPLAY 'New description (blank = keep): '
	ACCEPT WS-WORK-DESCRIPTION
	PERFORM ACCEPT-ACCOUNT-DETAILS
	IF NOT DETAILS-VALID
		GO TO CHANGE-GL-ACCOUNT-EXIT
	END-IF
*> the line scan read other accounts, so the record is read back
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	READ GL-ACCOUNTS
		INVALID KEY
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' not on file'
			GO TO CHANGE-GL-ACCOUNT-EXIT
	END-READ
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE GL-ACCOUNTS-RECORD TO CH-LOG-BEFORE
	IF WS-WORK-DESCRIPTION NOT = SPACES
		MOVE WS-WORK-DESCRIPTION TO GA-DESCRIPTION
	END-IF
	MOVE WS-WORK-TYPE TO GA-ACCOUNT-TYPE
	MOVE WS-WORK-LINE TO GA-STATEMENT-LINE
	MOVE WS-WORK-CAPTION TO GA-LINE-CAPTION
	MOVE OPR-OPERATOR-ID TO GA-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO GA-MAINTAINED-DATE
	REWRITE GL-ACCOUNTS-RECORD
	MOVE 'REWRITE GL-ACCOUNTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'GL account ' WS-WORK-ACCOUNT ' changed'
	MOVE SPACES TO CH-LOG-AFTER
	MOVE GL-ACCOUNTS-RECORD TO CH-LOG-AFTER
	MOVE 'GLCHART' TO CH-LOG-FILE-ID
	MOVE WS-WORK-ACCOUNT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'CHANGE' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT TO AT-TRACKED-KEY
	MOVE 'GL account changed' TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-GL-ACCOUNT-EXIT.
	EXIT.

ACCEPT-ACCOUNT-DETAILS.
	MOVE 'Y' TO WS-DETAILS-FLAG
	DISPLAY 'Type (A=asset, L=liability, Q=equity, I=income, '
		'E=expense): '
	ACCEPT WS-WORK-TYPE
	MOVE WS-WORK-TYPE TO GA-ACCOUNT-TYPE
	IF NOT GA-VALID-TYPE
		DISPLAY 'Type must be A, L, Q, I or E - rejected'
		MOVE 'N' TO WS-DETAILS-FLAG
		EXIT PARAGRAPH
	END-IF
	DISPLAY 'Statement line (1-999): '
	ACCEPT WS-WORK-LINE
	IF WS-WORK-LINE = ZERO
		DISPLAY 'Statement line is required - rejected'
		MOVE 'N' TO WS-DETAILS-FLAG
		EXIT PARAGRAPH
	END-IF
	PERFORM FIND-LINE-CAPTION
	IF WS-LINE-TYPE NOT = SPACE
		MOVE WS-LINE-TYPE TO GA-ACCOUNT-TYPE
		IF GA-BALANCE-SHEET
			MOVE WS-WORK-TYPE TO GA-ACCOUNT-TYPE
			IF NOT GA-BALANCE-SHEET
				DISPLAY 'Line ' WS-WORK-LINE
					' is a balance sheet line - rejected'
				MOVE 'N' TO WS-DETAILS-FLAG
				EXIT PARAGRAPH
			END-IF
		ELSE
			MOVE WS-WORK-TYPE TO GA-ACCOUNT-TYPE
			IF NOT GA-INCOME-STATEMENT
				DISPLAY 'Line ' WS-WORK-LINE
					' is an income statement line - rejected'
				MOVE 'N' TO WS-DETAILS-FLAG
				EXIT PARAGRAPH
			END-IF
		END-IF
		DISPLAY 'Line ' WS-WORK-LINE ' prints as ' WS-LINE-CAPTION
		DISPLAY 'Line caption (blank = keep): '
	ELSE
		DISPLAY 'Line caption: '
	END-IF
	MOVE SPACES TO WS-WORK-CAPTION
	ACCEPT WS-WORK-CAPTION
	IF WS-WORK-CAPTION = SPACES
		MOVE WS-LINE-CAPTION TO WS-WORK-CAPTION
	END-IF
	IF WS-WORK-CAPTION = SPACES
		DISPLAY 'Line caption is required - rejected'
		MOVE 'N' TO WS-DETAILS-FLAG
	END-IF.

*> the caption and statement of any other account already on the line
FIND-LINE-CAPTION.
	MOVE SPACES TO WS-LINE-CAPTION
	MOVE SPACE TO WS-LINE-TYPE
	MOVE 'N' TO WS-ACCOUNT-EOF
	MOVE LOW-VALUES TO GA-GL-ACCOUNT
	START GL-ACCOUNTS KEY IS GREATER THAN OR EQUAL TO GA-GL-ACCOUNT
		INVALID KEY SET ACCOUNT-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL ACCOUNT-SCAN-EOF
		READ GL-ACCOUNTS NEXT RECORD
			AT END SET ACCOUNT-SCAN-EOF TO TRUE
			NOT AT END
				IF GA-STATEMENT-LINE = WS-WORK-LINE
					AND GA-GL-ACCOUNT NOT = WS-WORK-ACCOUNT
					MOVE GA-LINE-CAPTION TO WS-LINE-CAPTION
					MOVE GA-ACCOUNT-TYPE TO WS-LINE-TYPE
					SET ACCOUNT-SCAN-EOF TO TRUE
				END-IF
		END-READ
	END-PERFORM.

CHANGE-GL-ACCOUNT-STATUS.
	DISPLAY 'GL account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	READ GL-ACCOUNTS
		INVALID KEY
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' not on file'
			GO TO CHANGE-GL-ACCOUNT-STATUS-EXIT
	END-READ
	DISPLAY 'New status (A=active, I=inactive): '
	ACCEPT WS-NEW-STATUS
	IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'I'
		DISPLAY 'Status must be A or I'
		GO TO CHANGE-GL-ACCOUNT-STATUS-EXIT
	END-IF
	IF WS-NEW-STATUS = GA-STATUS
		DISPLAY 'GL account ' WS-WORK-ACCOUNT ' already has status '
			WS-NEW-STATUS
		GO TO CHANGE-GL-ACCOUNT-STATUS-EXIT
	END-IF
	IF WS-NEW-STATUS = 'I'
		PERFORM CHECK-ACCOUNT-MAPPED
		IF ACCOUNT-MAPPED
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' is still mapped on '
				'GL-MAPPING.DAT - remap it first'
			GO TO CHANGE-GL-ACCOUNT-STATUS-EXIT
		END-IF
	END-IF
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE GL-ACCOUNTS-RECORD TO CH-LOG-BEFORE
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'status ' GA-STATUS ' -> ' WS-NEW-STATUS
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	MOVE WS-NEW-STATUS TO GA-STATUS
	MOVE OPR-OPERATOR-ID TO GA-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO GA-MAINTAINED-DATE
	REWRITE GL-ACCOUNTS-RECORD
	MOVE 'REWRITE GL-ACCOUNTS' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'GL account ' WS-WORK-ACCOUNT ' status is now '
		WS-NEW-STATUS
	MOVE SPACES TO CH-LOG-AFTER
	MOVE GL-ACCOUNTS-RECORD TO CH-LOG-AFTER
	MOVE 'GLCHART' TO CH-LOG-FILE-ID
	MOVE WS-WORK-ACCOUNT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'STATUS' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-ACCOUNT TO AT-TRACKED-KEY
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-GL-ACCOUNT-STATUS-EXIT.
	EXIT.

*> BANK-TRANSACTION and TELLER-BALANCE journal to whatever the mapping
*> names, so a mapped account must stay open for posting
CHECK-ACCOUNT-MAPPED.
	MOVE 'N' TO WS-MAPPED-FLAG
	MOVE 'N' TO WS-MAP-EOF
	OPEN INPUT GL-MAPPING-FILE
	IF NOT GM-OK
		CLOSE GL-MAPPING-FILE
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL MAPPING-EOF
		READ GL-MAPPING-FILE
			AT END SET MAPPING-EOF TO TRUE
			NOT AT END
				IF GM-DEBIT-GL-ACCOUNT = WS-WORK-ACCOUNT
					OR GM-CREDIT-GL-ACCOUNT = WS-WORK-ACCOUNT
					SET ACCOUNT-MAPPED TO TRUE
				END-IF
		END-READ
	END-PERFORM
	CLOSE GL-MAPPING-FILE.

SHOW-GL-ACCOUNT.
	DISPLAY 'GL account number: '
	ACCEPT WS-WORK-ACCOUNT
	MOVE WS-WORK-ACCOUNT TO GA-GL-ACCOUNT
	READ GL-ACCOUNTS
		INVALID KEY
			DISPLAY 'GL account ' WS-WORK-ACCOUNT ' not on file'
		NOT INVALID KEY
			PERFORM DISPLAY-GL-ACCOUNT
	END-READ.

DISPLAY-GL-ACCOUNT.
	DISPLAY 'GL account: ' GA-GL-ACCOUNT ' ' GA-DESCRIPTION
	EVALUATE TRUE
		WHEN GA-ASSET DISPLAY 'Type:       asset'
		WHEN GA-LIABILITY DISPLAY 'Type:       liability'
		WHEN GA-EQUITY DISPLAY 'Type:       equity'
		WHEN GA-INCOME DISPLAY 'Type:       income'
		WHEN GA-EXPENSE DISPLAY 'Type:       expense'
	END-EVALUATE
	IF GA-BALANCE-SHEET
		DISPLAY 'Prints on:  balance sheet line ' GA-STATEMENT-LINE
			' ' GA-LINE-CAPTION
	ELSE
		DISPLAY 'Prints on:  income statement line ' GA-STATEMENT-LINE
			' ' GA-LINE-CAPTION
	END-IF
	IF GA-ACTIVE
		DISPLAY 'Status:     active'
	ELSE
		DISPLAY 'Status:     inactive - no new postings'
	END-IF
	DISPLAY 'Last changed ' GA-MAINTAINED-DATE ' by ' GA-MAINTAINED-BY.

LIST-GL-ACCOUNTS.
	MOVE ZERO TO WS-ACCOUNT-COUNT
	MOVE 'N' TO WS-ACCOUNT-EOF
	MOVE LOW-VALUES TO GA-GL-ACCOUNT
	START GL-ACCOUNTS KEY IS GREATER THAN OR EQUAL TO GA-GL-ACCOUNT
		INVALID KEY SET ACCOUNT-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL ACCOUNT-SCAN-EOF
		READ GL-ACCOUNTS NEXT RECORD
			AT END SET ACCOUNT-SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-ACCOUNT-COUNT
				DISPLAY GA-GL-ACCOUNT ' ' GA-ACCOUNT-TYPE ' '
					GA-STATUS ' ' GA-DESCRIPTION ' line '
					GA-STATEMENT-LINE
		END-READ
	END-PERFORM
	DISPLAY WS-ACCOUNT-COUNT ' GL account(s)'.

COPY CHANGE-HISTORY-WRITE.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
