*> tools. MASTER-IMPORT is the matching way back.
*>
*> Mod history:
*> 24.10.12 AN - the accounts export carries the account product as a
*>               seventh column (blank = none), again for reading
*>               only; products are changed through ACCOUNT-MAINT.
*> 24.09.28 AN - the customers export carries the KYC risk rating and
*>               last review date as two more columns, for reading
*>               only: reviews are recorded through CUSTOMER-MAINT.
*> 24.09.24 AN - the accounts export carries the account currency as
*>               a sixth column (blank = base). It is for reading
*>               only: MASTER-IMPORT never changes an account's
*>               currency.
*> 24.09.05 AN - initial version.

IDENTIFICATION DIVISION.
	MOVE 'OPEN ACCOUNT-MASTER' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	OPEN OUTPUT EXPORT-FILE
	MOVE 'ACCOUNT;BALANCE;STATUS;LAST-ACTIVITY;STMT-CYCLE;CURRENCY;PRODUCT'
		TO EXPORT-LINE
	WRITE EXPORT-LINE
	MOVE LOW-VALUES TO AM-ACCOUNT-NO
					FUNCTION TRIM(WS-EDITED-BALANCE) ';'
					AM-STATUS ';'
					AM-LAST-ACTIVITY-DATE ';'
					AM-STATEMENT-CYCLE ';'
					AM-CURRENCY-CODE ';'
					AM-PRODUCT-CODE
					DELIMITED BY SIZE INTO EXPORT-LINE
				WRITE EXPORT-LINE
				ADD 1 TO WS-EXPORTED-COUNT
		EXIT PARAGRAPH
	END-IF
	OPEN OUTPUT EXPORT-FILE
	MOVE 'CUSTOMER;NAME;STREET;APT;CITY;STATE;ZIP;LIMIT;MAILFLAG;RISK;LASTREVIEW'
		TO EXPORT-LINE
	WRITE EXPORT-LINE
	MOVE LOW-VALUES TO CU-CUSTOMER-NO
					CU-STATE ';'
					FUNCTION TRIM(CU-ZIP) ';'
					FUNCTION TRIM(WS-EDITED-LIMIT) ';'
					CU-MAIL-FLAG ';'
					CU-RISK-RATING ';'
					CU-LAST-REVIEW-DATE
					DELIMITED BY SIZE INTO EXPORT-LINE
				WRITE EXPORT-LINE
				ADD 1 TO WS-EXPORTED-COUNT
