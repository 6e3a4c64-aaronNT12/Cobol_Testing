*> defaults to the current month when unset.
*>
*> Mod history:
*> 24.09.24 AN - the header names the account's currency, and a
*>               converted transfer row carries a note line with the
*>               rate and the other leg's amount.
*> 24.09.22 AN - external payments (AH-TYPE 'E') print as PAYMENT OUT
*>               and inbound clearing credits (AH-TYPE 'N') as
*>               CLEARING IN.
*> 24.09.20 AN - cleared cheques (AH-TYPE 'Q') print as CHEQUE with the
*>               cheque serial on a note line underneath.
*> 24.09.16 AN - loan installment rows (AH-TYPE 'L') print as LOAN
*>               REPAY instead of the bare type code.
*> 24.09.12 AN - in cycle mode the closing balance comes off the last
*>               movement's AH-NEW-BALANCE inside the statement month,
*>               and the opening backs out of that - not out of the
	05 SH-ACCOUNT-NO PIC 9(10).
	05 FILLER PIC X(10) VALUE '   PERIOD '.
	05 SH-PERIOD PIC X(6).
	05 FILLER PIC X(12) VALUE '   CURRENCY '.
	05 SH-CURRENCY PIC X(4).
01 WS-BALANCE-LINE.
	05 BL-LABEL PIC X(17).
	05 BL-AMOUNT PIC -(9)9.99.
	05 FILLER PIC X(10) VALUE SPACES.
	05 FILLER PIC X(17) VALUE 'REVERSAL OF ITEM '.
	05 RV-ITEM-SEQ PIC 9(7).
01 WS-CHEQUE-NOTE-LINE.
	05 FILLER PIC X(10) VALUE SPACES.
	05 FILLER PIC X(10) VALUE 'CHEQUE NO '.
	05 CN-CHEQUE-NO PIC 9(10).
01 WS-FX-NOTE-LINE.
	05 FILLER PIC X(10) VALUE SPACES.
	05 FILLER PIC X(8) VALUE 'AT RATE '.
	05 FN-RATE PIC ZZZZ9.999999.
	05 FILLER PIC X(14) VALUE '  OTHER LEG   '.
	05 FN-COUNTER-AMOUNT PIC Z(6)9.99.
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

	MOVE SPACES TO STATEMENT-LINE
	MOVE WS-STATEMENT-ACCOUNT TO SH-ACCOUNT-NO
	MOVE WS-STATEMENT-MONTH TO SH-PERIOD
	IF AM-CURRENCY-CODE = SPACES
		MOVE 'BASE' TO SH-CURRENCY
	ELSE
		MOVE AM-CURRENCY-CODE TO SH-CURRENCY
	END-IF
	MOVE WS-HEADER-LINE TO STATEMENT-LINE
	WRITE STATEMENT-LINE
	MOVE SPACES TO WS-BALANCE-LINE
				WHEN 'F' MOVE 'FEE' TO ML-TYPE
				WHEN 'I' MOVE 'INTEREST' TO ML-TYPE
				WHEN 'O' MOVE 'DEBIT INT' TO ML-TYPE
				WHEN 'L' MOVE 'LOAN REPAY' TO ML-TYPE
				WHEN 'Q' MOVE 'CHEQUE' TO ML-TYPE
				WHEN 'E' MOVE 'PAYMENT OUT' TO ML-TYPE
				WHEN 'N' MOVE 'CLEARING IN' TO ML-TYPE
				WHEN 'R' MOVE 'REVERSAL' TO ML-TYPE
				WHEN OTHER MOVE AH-TYPE TO ML-TYPE
			END-EVALUATE
				MOVE WS-REVERSAL-NOTE-LINE TO STATEMENT-LINE
				WRITE STATEMENT-LINE
			END-IF
			IF AH-TYPE = 'Q'
				MOVE AH-OTHER-ACCOUNT-NO TO CN-CHEQUE-NO
				MOVE WS-CHEQUE-NOTE-LINE TO STATEMENT-LINE
				WRITE STATEMENT-LINE
			END-IF
			IF AH-FX-RATE > ZERO AND AH-TYPE NOT = 'R'
				MOVE AH-FX-RATE TO FN-RATE
				MOVE AH-COUNTER-AMOUNT TO FN-COUNTER-AMOUNT
				MOVE WS-FX-NOTE-LINE TO STATEMENT-LINE
				WRITE STATEMENT-LINE
			END-IF
		END-IF
	END-PERFORM.

