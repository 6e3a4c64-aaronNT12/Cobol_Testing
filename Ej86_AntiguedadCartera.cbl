*>
*> Mod history:
*> 24.08.25 AN - initial version.
*> 24.11.29 AN - unapplied cash still held on AR-UNAPPLIED.DAT shows
*>               as a CREDIT column and the NET owing on the aging
*>               line (a customer with only credit gets a line too),
*>               and as a credit on account on the dunning letter;
*>               no letter goes out where the credit covers the
*>               amount past due.

IDENTIFICATION DIVISION.
PROGRAM-ID. AR-AGING.
FILE-CONTROL.
	COPY AR-OPEN-ITEMS-SELECT.
	COPY CUSTOMER-MASTER-SELECT.
	COPY AR-UNAPPLIED-SELECT.
	SELECT AGING-REPORT ASSIGN TO 'AR-AGING.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.

COPY CUSTOMER-MASTER-FD.

COPY AR-UNAPPLIED-FD.

FD AGING-REPORT.
01 AGING-REPORT-LINE PIC X(140).

FD DUNNING-LETTERS.
01 DUNNING-LETTER-LINE PIC X(80).
	88 ITEMS-EOF VALUE 'Y'.
COPY AR-OPEN-ITEMS-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY AR-UNAPPLIED-STATUS.
01 WS-UA-EOF PIC X VALUE 'N'.
	88 UNAPPLIED-EOF VALUE 'Y'.
01 WS-DUNNING-DAYS PIC 9(3) VALUE 60.
01 WS-TODAY-DATE PIC 9(8).
01 WS-AGE-DAYS PIC S9(5).
01 WS-OWING PIC 9(10)V99.
01 WS-HELD PIC 9(10)V99.
01 WS-NET PIC S9(11)V99.
01 WS-LOOKUP-CUSTOMER PIC 9(6).
*> per-customer aging buckets
01 WS-CUST-COUNT PIC 9(3) VALUE ZERO.
01 WS-CUST-TABLE.
		10 WS-CUST-OVER90 PIC 9(11)V99.
		10 WS-CUST-DUN-TOTAL PIC 9(11)V99.
		10 WS-CUST-DUN-ITEMS PIC 9(3).
		10 WS-CUST-CREDIT PIC 9(11)V99.
01 WS-CUST-SUB PIC 9(3).
01 WS-FOUND-SUB PIC 9(3).
01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
	05 AG-B90 PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(7) VALUE ' OVER  '.
	05 AG-OVER90 PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(8) VALUE ' CREDIT '.
	05 AG-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
	05 FILLER PIC X(5) VALUE ' NET '.
	05 AG-NET PIC ZZZ,ZZZ,ZZ9.99-.
COPY PARAM-FIELDS.
COPY FILE-STATUS-FIELDS.

	WRITE AGING-REPORT-LINE
	OPEN OUTPUT DUNNING-LETTERS.
	PERFORM BUCKET-OPEN-ITEMS.
	PERFORM LOAD-UNAPPLIED-CREDIT.
	PERFORM WRITE-AGING-LINES.
	PERFORM WRITE-DUNNING-LETTERS.
	CLOSE AR-OPEN-ITEMS.
	END-PERFORM.

BUCKET-ONE-ITEM.
	MOVE AR-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER
	PERFORM FIND-CUSTOMER-BUCKET
	IF WS-FOUND-SUB = ZERO
		EXIT PARAGRAPH
		ADD 1 TO WS-CUST-DUN-ITEMS(WS-FOUND-SUB)
	END-IF.

*> what a customer still has held as unapplied cash is a credit
*> against what they owe
LOAD-UNAPPLIED-CREDIT.
	OPEN INPUT AR-UNAPPLIED
	IF NOT UA-OK
		CLOSE AR-UNAPPLIED
		EXIT PARAGRAPH
	END-IF
	MOVE LOW-VALUES TO UA-RECEIPT-NO
	START AR-UNAPPLIED KEY IS GREATER THAN OR EQUAL TO UA-RECEIPT-NO
		INVALID KEY SET UNAPPLIED-EOF TO TRUE
	END-START
	PERFORM UNTIL UNAPPLIED-EOF
		READ AR-UNAPPLIED NEXT RECORD
			AT END SET UNAPPLIED-EOF TO TRUE
			NOT AT END
				IF UA-HELD
					MOVE UA-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER
					PERFORM FIND-CUSTOMER-BUCKET
					IF WS-FOUND-SUB NOT = ZERO
						COMPUTE WS-HELD =
							UA-AMOUNT - UA-APPLIED - UA-REFUNDED
						ADD WS-HELD TO WS-CUST-CREDIT(WS-FOUND-SUB)
					END-IF
				END-IF
		END-READ
	END-PERFORM
	CLOSE AR-UNAPPLIED.

FIND-CUSTOMER-BUCKET.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		IF WS-CUST-NO(WS-CUST-SUB) = WS-LOOKUP-CUSTOMER
			MOVE WS-CUST-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
			ADD 1 TO WS-CUST-COUNT
			MOVE WS-CUST-COUNT TO WS-FOUND-SUB
			INITIALIZE WS-CUST-ENTRY(WS-FOUND-SUB)
			MOVE WS-LOOKUP-CUSTOMER TO WS-CUST-NO(WS-FOUND-SUB)
		ELSE
			DISPLAY 'customer table full - ' WS-LOOKUP-CUSTOMER
				' left off the aging'
		END-IF
	END-IF.
		MOVE WS-CUST-B60(WS-CUST-SUB) TO AG-B60
		MOVE WS-CUST-B90(WS-CUST-SUB) TO AG-B90
		MOVE WS-CUST-OVER90(WS-CUST-SUB) TO AG-OVER90
		MOVE WS-CUST-CREDIT(WS-CUST-SUB) TO AG-CREDIT
		COMPUTE WS-NET = WS-CUST-CURRENT(WS-CUST-SUB)
			+ WS-CUST-B60(WS-CUST-SUB) + WS-CUST-B90(WS-CUST-SUB)
			+ WS-CUST-OVER90(WS-CUST-SUB) - WS-CUST-CREDIT(WS-CUST-SUB)
		MOVE WS-NET TO AG-NET
		MOVE WS-AGING-DETAIL TO AGING-REPORT-LINE
		WRITE AGING-REPORT-LINE
	END-PERFORM.

*> one letter per customer carrying anything past the dunning age,
*> addressed from the customer master for the window envelope - unless
*> the credit they already hold with us covers it
WRITE-DUNNING-LETTERS.
	PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
		UNTIL WS-CUST-SUB > WS-CUST-COUNT
		IF WS-CUST-DUN-ITEMS(WS-CUST-SUB) > ZERO
			AND WS-CUST-CREDIT(WS-CUST-SUB)
				< WS-CUST-DUN-TOTAL(WS-CUST-SUB)
			PERFORM WRITE-ONE-LETTER
		END-IF
	END-PERFORM.
		WS-CUST-DUN-TOTAL(WS-CUST-SUB)
		DELIMITED BY SIZE INTO DUNNING-LETTER-LINE
	WRITE DUNNING-LETTER-LINE
	IF WS-CUST-CREDIT(WS-CUST-SUB) > ZERO
		MOVE SPACES TO DUNNING-LETTER-LINE
		STRING '  LESS UNAPPLIED CREDIT ON ACCOUNT '
			WS-CUST-CREDIT(WS-CUST-SUB)
			DELIMITED BY SIZE INTO DUNNING-LETTER-LINE
		WRITE DUNNING-LETTER-LINE
	END-IF
	MOVE 'PLEASE REMIT PROMPTLY.' TO DUNNING-LETTER-LINE
	WRITE DUNNING-LETTER-LINE
	MOVE ALL '=' TO DUNNING-LETTER-LINE
