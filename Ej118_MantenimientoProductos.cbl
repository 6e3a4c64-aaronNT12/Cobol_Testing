*> Purpose: Account product catalog maintenance
*>
*> Until now every account behaved the same: one interest tier table,
*> one default limits row, no monthly charges. We sell basic
*> chequing, premium chequing and savings, and each is a product on
*> PRODUCT-CATALOG.DAT keyed by the code accounts carry in
*> AM-PRODUCT-CODE: its credit interest schedule (up to five balance
*> tiers), its default daily withdrawal and transfer limits, the
*> monthly fee and the minimum balance that waives it (also the
*> least an account can be opened with), and how many transactions a
*> month are free before each one is charged. Anyone signed on can
*> look; adding a product, changing its rules or taking it off sale
*> takes level 3. A product taken off sale keeps its rules for the
*> accounts already holding it - ACCOUNT-MAINT just stops offering it.
*> Every change lands in the shared AUDIT-TRAIL, with the before and
*> after record on CHANGE-HISTORY.
*>
*> Mod history:
*> 24.10.12 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	COPY PRODUCT-CATALOG-SELECT.
	COPY CHANGE-HISTORY-SELECT.
	COPY ERROR-LOG-SELECT.
	COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY PRODUCT-CATALOG-FD.

COPY CHANGE-HISTORY-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUE PIC X VALUE 'Y'.
01 WS-OPTION PIC 9.
01 WS-TODAY-DATE PIC 9(8).
01 WS-WORK-PRODUCT PIC X(4).
01 WS-WORK-DESCRIPTION PIC X(30).
01 WS-RULES-FLAG PIC X.
	88 RULES-VALID VALUE 'Y'.
01 WS-TIER-SUB PIC 9.
01 WS-PRIOR-FLOOR PIC 9(9)V99.
01 WS-NEW-STATUS PIC X.
01 WS-PRODUCT-EOF PIC X VALUE 'N'.
	88 PRODUCT-SCAN-EOF VALUE 'Y'.
01 WS-PRODUCT-COUNT PIC 9(5).
01 WS-EDITED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
01 WS-EDITED-FEE PIC ZZ,ZZ9.99.
01 WS-EDITED-RATE PIC ZZ9.9999.
COPY PRODUCT-CATALOG-STATUS.
COPY CHANGE-HISTORY-FIELDS.
COPY SIGNON-PARAMS.
COPY ERROR-LOG-FIELDS.
COPY FILE-STATUS-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
BEGIN.
	MOVE 'PRODUCT-MAINT' TO EL-CALLING-PROGRAM.
	MOVE 'PRODUCT-MAINT' TO AT-CALLING-PROGRAM.
	MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
	PERFORM SIGN-ON-OPERATOR.
	OPEN I-O PRODUCT-CATALOG.
	IF NOT PC-OK
		CLOSE PRODUCT-CATALOG
		OPEN OUTPUT PRODUCT-CATALOG
		CLOSE PRODUCT-CATALOG
		OPEN I-O PRODUCT-CATALOG
	END-IF
	PERFORM UNTIL WS-CONTINUE = 'N'
		DISPLAY '-----------------------------'
		DISPLAY '1. Add product'
		DISPLAY '2. Change product rules'
		DISPLAY '3. Take product off sale / back on sale'
		DISPLAY '4. Show product'
		DISPLAY '5. List products'
		DISPLAY '6. Exit'
		DISPLAY '-----------------------------'
		DISPLAY 'Choose an option: '
		ACCEPT WS-OPTION
		EVALUATE WS-OPTION
			WHEN 1
				IF OPR-LEVEL < 3
					DISPLAY 'Adding products takes level 3'
				ELSE
					PERFORM ADD-PRODUCT THRU ADD-PRODUCT-EXIT
				END-IF
			WHEN 2
				IF OPR-LEVEL < 3
					DISPLAY 'Changing product rules takes level 3'
				ELSE
					PERFORM CHANGE-PRODUCT THRU CHANGE-PRODUCT-EXIT
				END-IF
			WHEN 3
				IF OPR-LEVEL < 3
					DISPLAY 'Changing product status takes level 3'
				ELSE
					PERFORM CHANGE-PRODUCT-STATUS
						THRU CHANGE-PRODUCT-STATUS-EXIT
				END-IF
			WHEN 4 PERFORM SHOW-PRODUCT
			WHEN 5 PERFORM LIST-PRODUCTS
			WHEN 6 MOVE 'N' TO WS-CONTINUE
			WHEN OTHER DISPLAY 'Invalid option'
		END-EVALUATE
	END-PERFORM
	CLOSE PRODUCT-CATALOG.
	STOP RUN.

ADD-PRODUCT.
	DISPLAY 'Product code (up to 4 characters): '
	ACCEPT WS-WORK-PRODUCT
	IF WS-WORK-PRODUCT = SPACES
		DISPLAY 'Product code is required - rejected'
		GO TO ADD-PRODUCT-EXIT
	END-IF
	MOVE WS-WORK-PRODUCT TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		NOT INVALID KEY
			DISPLAY 'Product ' WS-WORK-PRODUCT ' is already on file'
			GO TO ADD-PRODUCT-EXIT
	END-READ
	MOVE SPACES TO PRODUCT-CATALOG-RECORD
	MOVE WS-WORK-PRODUCT TO PC-PRODUCT-CODE
	DISPLAY 'Description: '
	ACCEPT PC-DESCRIPTION
	PERFORM ACCEPT-PRODUCT-RULES
	IF NOT RULES-VALID
		GO TO ADD-PRODUCT-EXIT
	END-IF
	SET PC-ON-SALE TO TRUE
	MOVE OPR-OPERATOR-ID TO PC-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO PC-MAINTAINED-DATE
	WRITE PRODUCT-CATALOG-RECORD
	MOVE 'WRITE PRODUCT-CATALOG' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Product ' WS-WORK-PRODUCT ' added and on sale'
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE SPACES TO CH-LOG-AFTER
	MOVE PRODUCT-CATALOG-RECORD TO CH-LOG-AFTER
	MOVE 'PRODUCTS' TO CH-LOG-FILE-ID
	MOVE WS-WORK-PRODUCT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'ADD' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-PRODUCT TO AT-TRACKED-KEY
	MOVE PC-DESCRIPTION TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	ADD-PRODUCT-EXIT.
	EXIT.

*> the rules are keyed again in full; the description stays unless a
*> new one is given
CHANGE-PRODUCT.
	DISPLAY 'Product code: '
	ACCEPT WS-WORK-PRODUCT
	MOVE WS-WORK-PRODUCT TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			DISPLAY 'Product ' WS-WORK-PRODUCT ' not on file'
			GO TO CHANGE-PRODUCT-EXIT
	END-READ
	PERFORM DISPLAY-PRODUCT
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE PRODUCT-CATALOG-RECORD TO CH-LOG-BEFORE
	DISPLAY 'New description (blank = keep): '
	ACCEPT WS-WORK-DESCRIPTION
	IF WS-WORK-DESCRIPTION NOT = SPACES
		MOVE WS-WORK-DESCRIPTION TO PC-DESCRIPTION
	END-IF
	PERFORM ACCEPT-PRODUCT-RULES
	IF NOT RULES-VALID
		GO TO CHANGE-PRODUCT-EXIT
	END-IF
	MOVE OPR-OPERATOR-ID TO PC-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO PC-MAINTAINED-DATE
	REWRITE PRODUCT-CATALOG-RECORD
	MOVE 'REWRITE PRODUCT-CATALOG' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Product ' WS-WORK-PRODUCT ' rules changed'
	MOVE SPACES TO CH-LOG-AFTER
	MOVE PRODUCT-CATALOG-RECORD TO CH-LOG-AFTER
	MOVE 'PRODUCTS' TO CH-LOG-FILE-ID
	MOVE WS-WORK-PRODUCT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'CHANGE' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-PRODUCT TO AT-TRACKED-KEY
	MOVE 'product rules changed' TO AT-CHANGE-DETAIL
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-PRODUCT-EXIT.
	EXIT.

*> the tiers have to climb, the same order INTEREST-ACCRUAL keeps the
*> shared schedule in, so the last floor the balance reaches is the
*> tier that applies
ACCEPT-PRODUCT-RULES.
	MOVE 'Y' TO WS-RULES-FLAG
	DISPLAY 'Number of interest tiers (0-5, 0 = no credit interest): '
	ACCEPT PC-TIER-COUNT
	IF PC-TIER-COUNT > 5
		DISPLAY 'At most 5 tiers - rejected'
		MOVE 'N' TO WS-RULES-FLAG
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO WS-PRIOR-FLOOR
	PERFORM VARYING WS-TIER-SUB FROM 1 BY 1 UNTIL WS-TIER-SUB > 5
		MOVE ZERO TO PC-TIER-MIN-BALANCE(WS-TIER-SUB)
		MOVE ZERO TO PC-TIER-ANNUAL-RATE(WS-TIER-SUB)
	END-PERFORM
	PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
		UNTIL WS-TIER-SUB > PC-TIER-COUNT OR NOT RULES-VALID
		DISPLAY 'Tier ' WS-TIER-SUB ' balance floor: '
		ACCEPT PC-TIER-MIN-BALANCE(WS-TIER-SUB)
		DISPLAY 'Tier ' WS-TIER-SUB
			' annual rate as a fraction (0.0150 = 1.5%): '
		ACCEPT PC-TIER-ANNUAL-RATE(WS-TIER-SUB)
		IF WS-TIER-SUB > 1
			AND PC-TIER-MIN-BALANCE(WS-TIER-SUB) NOT > WS-PRIOR-FLOOR
			DISPLAY 'Tier floors must climb - rejected'
			MOVE 'N' TO WS-RULES-FLAG
		END-IF
		MOVE PC-TIER-MIN-BALANCE(WS-TIER-SUB) TO WS-PRIOR-FLOOR
	END-PERFORM
	IF NOT RULES-VALID
		EXIT PARAGRAPH
	END-IF
	DISPLAY 'Default daily withdrawal limit (0 = shop default): '
	ACCEPT PC-DAILY-WITHDRAWAL-LIMIT
	DISPLAY 'Default daily transfer limit (0 = shop default): '
	ACCEPT PC-DAILY-TRANSFER-LIMIT
	DISPLAY 'Monthly fee (0 = none): '
	ACCEPT PC-MONTHLY-FEE
	DISPLAY 'Minimum balance (waives the fee, least to open): '
	ACCEPT PC-MINIMUM-BALANCE
	DISPLAY 'Free transactions per month: '
	ACCEPT PC-FREE-TRANSACTIONS
	DISPLAY 'Fee per transaction over the free count (0 = none): '
	ACCEPT PC-EXCESS-TXN-FEE.

CHANGE-PRODUCT-STATUS.
	DISPLAY 'Product code: '
	ACCEPT WS-WORK-PRODUCT
	MOVE WS-WORK-PRODUCT TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			DISPLAY 'Product ' WS-WORK-PRODUCT ' not on file'
			GO TO CHANGE-PRODUCT-STATUS-EXIT
	END-READ
	DISPLAY 'New status (A=on sale, W=off sale): '
	ACCEPT WS-NEW-STATUS
	IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'W'
		DISPLAY 'Status must be A or W'
		GO TO CHANGE-PRODUCT-STATUS-EXIT
	END-IF
	IF WS-NEW-STATUS = PC-STATUS
		DISPLAY 'Product ' WS-WORK-PRODUCT ' already has status '
			WS-NEW-STATUS
		GO TO CHANGE-PRODUCT-STATUS-EXIT
	END-IF
	MOVE SPACES TO CH-LOG-BEFORE
	MOVE PRODUCT-CATALOG-RECORD TO CH-LOG-BEFORE
	MOVE SPACES TO AT-CHANGE-DETAIL
	STRING 'status ' PC-STATUS ' -> ' WS-NEW-STATUS
		DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
	MOVE WS-NEW-STATUS TO PC-STATUS
	MOVE OPR-OPERATOR-ID TO PC-MAINTAINED-BY
	MOVE WS-TODAY-DATE TO PC-MAINTAINED-DATE
	REWRITE PRODUCT-CATALOG-RECORD
	MOVE 'REWRITE PRODUCT-CATALOG' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	DISPLAY 'Product ' WS-WORK-PRODUCT ' status is now ' WS-NEW-STATUS
	MOVE SPACES TO CH-LOG-AFTER
	MOVE PRODUCT-CATALOG-RECORD TO CH-LOG-AFTER
	MOVE 'PRODUCTS' TO CH-LOG-FILE-ID
	MOVE WS-WORK-PRODUCT TO CH-LOG-KEY
	PERFORM LOG-CHANGE-HISTORY
	MOVE 'STATUS' TO AT-CHANGE-OPERATION
	MOVE WS-WORK-PRODUCT TO AT-TRACKED-KEY
	PERFORM LOG-AUDIT-EVENT.
	CHANGE-PRODUCT-STATUS-EXIT.
	EXIT.

SHOW-PRODUCT.
	DISPLAY 'Product code: '
	ACCEPT WS-WORK-PRODUCT
	MOVE WS-WORK-PRODUCT TO PC-PRODUCT-CODE
	READ PRODUCT-CATALOG
		INVALID KEY
			DISPLAY 'Product ' WS-WORK-PRODUCT ' not on file'
		NOT INVALID KEY
			PERFORM DISPLAY-PRODUCT
	END-READ.

DISPLAY-PRODUCT.
	DISPLAY 'Product:  ' PC-PRODUCT-CODE ' ' PC-DESCRIPTION
	IF PC-ON-SALE
		DISPLAY 'Status:   on sale'
	ELSE
		DISPLAY 'Status:   off sale'
	END-IF
	IF PC-TIER-COUNT = ZERO
		DISPLAY 'Interest: none'
	END-IF
	PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
		UNTIL WS-TIER-SUB > PC-TIER-COUNT
		MOVE PC-TIER-MIN-BALANCE(WS-TIER-SUB) TO WS-EDITED-AMOUNT
		MOVE PC-TIER-ANNUAL-RATE(WS-TIER-SUB) TO WS-EDITED-RATE
		DISPLAY 'Interest: from ' WS-EDITED-AMOUNT ' at ' WS-EDITED-RATE
	END-PERFORM
	MOVE PC-DAILY-WITHDRAWAL-LIMIT TO WS-EDITED-AMOUNT
	DISPLAY 'Daily withdrawal limit: ' WS-EDITED-AMOUNT
	MOVE PC-DAILY-TRANSFER-LIMIT TO WS-EDITED-AMOUNT
	DISPLAY 'Daily transfer limit:   ' WS-EDITED-AMOUNT
	MOVE PC-MONTHLY-FEE TO WS-EDITED-FEE
	DISPLAY 'Monthly fee:            ' WS-EDITED-FEE
	MOVE PC-MINIMUM-BALANCE TO WS-EDITED-AMOUNT
	DISPLAY 'Minimum balance:        ' WS-EDITED-AMOUNT
	MOVE PC-EXCESS-TXN-FEE TO WS-EDITED-FEE
	DISPLAY 'Free transactions:      ' PC-FREE-TRANSACTIONS
		', then ' WS-EDITED-FEE ' each'
	DISPLAY 'Last changed ' PC-MAINTAINED-DATE ' by ' PC-MAINTAINED-BY.

LIST-PRODUCTS.
	MOVE ZERO TO WS-PRODUCT-COUNT
	MOVE 'N' TO WS-PRODUCT-EOF
	MOVE LOW-VALUES TO PC-PRODUCT-CODE
	START PRODUCT-CATALOG KEY IS GREATER THAN OR EQUAL TO PC-PRODUCT-CODE
		INVALID KEY SET PRODUCT-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL PRODUCT-SCAN-EOF
		READ PRODUCT-CATALOG NEXT RECORD
			AT END SET PRODUCT-SCAN-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-PRODUCT-COUNT
				MOVE PC-MONTHLY-FEE TO WS-EDITED-FEE
				DISPLAY PC-PRODUCT-CODE ' ' PC-STATUS ' '
					PC-DESCRIPTION ' fee ' WS-EDITED-FEE
		END-READ
	END-PERFORM
	DISPLAY WS-PRODUCT-COUNT ' product(s)'.

COPY CHANGE-HISTORY-WRITE.

COPY SIGNON-CHECK.

COPY ERROR-LOG-WRITE.

COPY FILE-STATUS-CHECK.

COPY AUDIT-LOG-WRITE.
