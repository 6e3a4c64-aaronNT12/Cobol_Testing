*>               IL-INVOICE-NO, a trailer flushes only its own lines,
*>               and unmatched lines stay buffered until their own
*>               trailer arrives.
*> 24.11.26 AN - exempt sales come off the provincial lines: a taxed
*>               sale or invoice line marked 'E' (a customer with a
*>               current exemption certificate) is no longer part of
*>               its province's taxable base but goes on the return as
*>               its own EXEMPT line per province and certificate
*>               number. SALES-TAXED.DAT and INVOICE-BILLED.DAT lines
*>               carry the mark and certificate number.

IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-REMITTANCE.
	05 SO-TOTAL-TAX PIC 9(7)V99.
	05 SO-TOTAL-WITH-TAX PIC 9(8)V99.
	05 SO-SALESPERSON PIC 9(5).
	05 SO-CUSTOMER-NO PIC 9(6).
	05 SO-TAX-TREATMENT PIC X.
	05 SO-EXEMPT-CERT PIC X(12).

FD INVOICE-BILLED-FILE.
01 INVOICE-BILLED-RECORD.
	05 IB-RECORD-TYPE PIC X.
	05 IB-REST PIC X(77).
01 INVOICE-BILLED-LINE REDEFINES INVOICE-BILLED-RECORD.
	05 FILLER PIC X.
	05 IL-INVOICE-NO PIC 9(6).
	05 IL-EXTENDED-AMOUNT PIC 9(7)V99.
	05 IL-TAX-AMOUNT PIC 9(7)V99.
	05 IL-TOTAL-WITH-TAX PIC 9(8)V99.
	05 FILLER PIC X(10).
	05 IL-TAX-TREATMENT PIC X.
	05 FILLER PIC X(6).
	05 IL-EXEMPT-CERT PIC X(12).
01 INVOICE-BILLED-TRAILER REDEFINES INVOICE-BILLED-RECORD.
	05 IT-RECORD-TYPE PIC X.
	05 IT-INVOICE-NO PIC 9(6).
	05 IT-CUSTOMER-NO PIC 9(6).
	05 IT-DATE PIC 9(8).
	05 IT-ORIG-INVOICE PIC 9(6).
	05 FILLER PIC X(12).

FD TAX-REMIT-HISTORY.
01 TAX-REMIT-RECORD.
01 WS-ADD-PROVINCE PIC X(2).
01 WS-ADD-BASE PIC S9(9)V99.
01 WS-ADD-TAX PIC S9(9)V99.
*> exempt sales for the period, per province and certificate
01 WS-EXEMPT-COUNT PIC 9(3) VALUE ZERO.
01 WS-EXEMPT-TABLE.
	05 WS-EXEMPT-ENTRY OCCURS 100 TIMES.
		10 WS-EXEMPT-PROVINCE PIC X(2).
		10 WS-EXEMPT-CERT PIC X(12).
		10 WS-EXEMPT-BASE PIC S9(11)V99.
01 WS-EXEMPT-SUB PIC 9(3).
01 WS-ADD-TREATMENT PIC X.
	88 ADD-IS-EXEMPT VALUE 'E'.
01 WS-ADD-CERT PIC X(12).
01 WS-TOTAL-EXEMPT PIC S9(13)V99 VALUE ZERO.
*> buffered 'L' lines, each tagged with its invoice number, waiting
*> for that invoice's own dated trailer (which may arrive well after
*> other invoices' when the trailer sat in the over-limit hold)
		10 WS-BUF-PROVINCE PIC X(2).
		10 WS-BUF-BASE PIC 9(7)V99.
		10 WS-BUF-TAX PIC 9(7)V99.
		10 WS-BUF-TREATMENT PIC X.
		10 WS-BUF-CERT PIC X(12).
01 WS-BUF-SUB PIC 9(3).
01 WS-BUF-KEEP PIC 9(3).
01 WS-SIGN PIC S9 VALUE +1.
	05 RD-BASE PIC -(10)9.99.
	05 FILLER PIC X(7) VALUE '  TAX  '.
	05 RD-TAX PIC -(10)9.99.
01 WS-EXEMPT-DETAIL.
	05 ED-PROVINCE PIC X(2).
	05 FILLER PIC X(16) VALUE '  EXEMPT SALES  '.
	05 ED-BASE PIC -(10)9.99.
	05 FILLER PIC X(14) VALUE '  CERTIFICATE '.
	05 ED-CERT PIC X(12).
COPY FILE-STATUS-FIELDS.
COPY JOB-STATS-FIELDS.

			MOVE SO-PROVINCE TO WS-ADD-PROVINCE
			MOVE SO-TAXABLE-AMOUNT TO WS-ADD-BASE
			MOVE SO-TOTAL-TAX TO WS-ADD-TAX
			MOVE SO-TAX-TREATMENT TO WS-ADD-TREATMENT
			MOVE SO-EXEMPT-CERT TO WS-ADD-CERT
			PERFORM ADD-TO-RETURN
		END-IF
		READ SALES-TAXED
			AT END SET SALES-EOF TO TRUE
		MOVE IL-PROVINCE TO WS-BUF-PROVINCE(WS-BUF-COUNT)
		MOVE IL-EXTENDED-AMOUNT TO WS-BUF-BASE(WS-BUF-COUNT)
		MOVE IL-TAX-AMOUNT TO WS-BUF-TAX(WS-BUF-COUNT)
		MOVE IL-TAX-TREATMENT TO WS-BUF-TREATMENT(WS-BUF-COUNT)
		MOVE IL-EXEMPT-CERT TO WS-BUF-CERT(WS-BUF-COUNT)
	ELSE
		DISPLAY 'invoice line buffer full - invoice '
			IL-INVOICE-NO ' truncated on the return'
					WS-BUF-BASE(WS-BUF-SUB) * WS-SIGN
				COMPUTE WS-ADD-TAX =
					WS-BUF-TAX(WS-BUF-SUB) * WS-SIGN
				MOVE WS-BUF-TREATMENT(WS-BUF-SUB) TO WS-ADD-TREATMENT
				MOVE WS-BUF-CERT(WS-BUF-SUB) TO WS-ADD-CERT
				PERFORM ADD-TO-RETURN
			END-IF
		ELSE
			ADD 1 TO WS-BUF-KEEP
	END-PERFORM
	MOVE WS-BUF-KEEP TO WS-BUF-COUNT.

*> an exempt sale is not in its province's taxable base; it is
*> reported on its own line against the certificate it was made under
ADD-TO-RETURN.
	IF ADD-IS-EXEMPT
		PERFORM ADD-TO-EXEMPT
	ELSE
		PERFORM ADD-TO-PROVINCE
	END-IF.

ADD-TO-EXEMPT.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-EXEMPT-SUB FROM 1 BY 1
		UNTIL WS-EXEMPT-SUB > WS-EXEMPT-COUNT
		IF WS-EXEMPT-PROVINCE(WS-EXEMPT-SUB) = WS-ADD-PROVINCE
			AND WS-EXEMPT-CERT(WS-EXEMPT-SUB) = WS-ADD-CERT
			MOVE WS-EXEMPT-SUB TO WS-FOUND-SUB
		END-IF
	END-PERFORM
	IF WS-FOUND-SUB = ZERO
		IF WS-EXEMPT-COUNT < 100
			ADD 1 TO WS-EXEMPT-COUNT
			MOVE WS-EXEMPT-COUNT TO WS-FOUND-SUB
			MOVE WS-ADD-PROVINCE TO WS-EXEMPT-PROVINCE(WS-FOUND-SUB)
			MOVE WS-ADD-CERT TO WS-EXEMPT-CERT(WS-FOUND-SUB)
			MOVE ZERO TO WS-EXEMPT-BASE(WS-FOUND-SUB)
		ELSE
			DISPLAY 'exempt table full - certificate ' WS-ADD-CERT
				' left off the return'
			EXIT PARAGRAPH
		END-IF
	END-IF
	ADD WS-ADD-BASE TO WS-EXEMPT-BASE(WS-FOUND-SUB).

ADD-TO-PROVINCE.
	MOVE ZERO TO WS-FOUND-SUB
	PERFORM VARYING WS-PROV-SUB FROM 1 BY 1
				REWRITE TAX-REMIT-RECORD
		END-READ
	END-PERFORM
	PERFORM VARYING WS-EXEMPT-SUB FROM 1 BY 1
		UNTIL WS-EXEMPT-SUB > WS-EXEMPT-COUNT
		MOVE WS-EXEMPT-PROVINCE(WS-EXEMPT-SUB) TO ED-PROVINCE
		MOVE WS-EXEMPT-BASE(WS-EXEMPT-SUB) TO ED-BASE
		MOVE WS-EXEMPT-CERT(WS-EXEMPT-SUB) TO ED-CERT
		MOVE WS-EXEMPT-DETAIL TO REMITTANCE-REPORT-LINE
		WRITE REMITTANCE-REPORT-LINE
		ADD WS-EXEMPT-BASE(WS-EXEMPT-SUB) TO WS-TOTAL-EXEMPT
	END-PERFORM
	MOVE SPACES TO REMITTANCE-REPORT-LINE
	STRING 'PERIOD TOTALS - BASE ' WS-TOTAL-BASE
		'  TAX ' WS-TOTAL-TAX
		'  EXEMPT ' WS-TOTAL-EXEMPT
		DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE
	WRITE REMITTANCE-REPORT-LINE
	CLOSE REMITTANCE-REPORT
