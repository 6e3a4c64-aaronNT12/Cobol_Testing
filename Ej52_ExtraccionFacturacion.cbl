*> listed on the console.
*>
*> Mod history:
*> 24.11.28 AN - AR items carry the bad-debt write-off amounts, opened
*>               at zero; a credit note against an item already
*>               written off is not applied there (the write-off has
*>               taken the debt off the ledger) and is listed on the
*>               console for the credit controller.
*> 24.11.26 AN - invoice lines are 78 bytes now (tax treatment and
*>               exemption certificate number); they are copied to
*>               INVOICE-BILLED.DAT whole so the remittance return
*>               can report exempt sales.
*> 24.09.03 AN - the run records what it wrote to BILLING-POST.DAT
*>               on the shared HANDOFF-CONTROL file, so
*>               HANDOFF-BALANCE can prove the joint into the feed
FD INVOICE-OUTPUT-FILE.
01 INVOICE-OUTPUT-RECORD.
	05 IO-RECORD-TYPE PIC X.
	05 IO-REST PIC X(77).
01 INVOICE-OUTPUT-TRAILER REDEFINES INVOICE-OUTPUT-RECORD.
	05 IT-RECORD-TYPE PIC X.
	05 IT-INVOICE-NO PIC 9(6).
	05 IT-CUSTOMER-NO PIC 9(6).
	05 IT-DATE PIC 9(8).
	05 IT-ORIG-INVOICE PIC 9(6).
	05 FILLER PIC X(12).

FD CUSTOMER-ACCOUNTS.
01 CUSTOMER-ACCOUNT-RECORD.
COPY AR-OPEN-ITEMS-FD.

FD INVOICE-BILLED-FILE.
01 INVOICE-BILLED-RECORD PIC X(78).

COPY JOB-STATS-FD.

				' - original invoice ' IT-ORIG-INVOICE
				' not on the AR ledger'
		NOT INVALID KEY
			IF AR-ITEM-WRITTEN-OFF
				DISPLAY 'Credit note ' IT-INVOICE-NO
					' - original invoice ' IT-ORIG-INVOICE
					' was written off - not applied'
				EXIT PARAGRAPH
			END-IF
			ADD IT-TOTAL-WITH-TAX TO AR-PAID
			IF AR-PAID >= AR-AMOUNT
				MOVE 'P' TO AR-STATUS
			MOVE IT-TOTAL-WITH-TAX TO AR-AMOUNT
			MOVE ZERO TO AR-PAID
			MOVE 'O' TO AR-STATUS
			MOVE ZERO TO AR-WRITTEN-OFF
			MOVE ZERO TO AR-WRITEOFF-DATE
			MOVE ZERO TO AR-RECOVERED
			MOVE ZERO TO AR-GL-WRITTEN-OFF
			WRITE AR-OPEN-ITEM-RECORD
			ADD 1 TO WS-AR-OPENED
		NOT INVALID KEY
