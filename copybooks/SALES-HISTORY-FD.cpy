      *> Record layout for the permanent taxed-sales history. COPY this
      *> into FILE SECTION alongside COPY SALES-HISTORY-SELECT. The
      *> record is the SALES-TAXED.DAT record as the tax batch wrote
      *> it, keyed by document number: taxing the same sale again
      *> replaces its row rather than adding a second one.
FD SALES-HISTORY.
01 SALES-HISTORY-RECORD.
    05 SH-DOCUMENT-NO PIC X(10).
    05 SH-PROVINCE PIC X(2).
    05 SH-DATE PIC 9(8).
    05 SH-TAXABLE-AMOUNT PIC 9(7)V99.
    05 SH-PROVINCIAL-TAX PIC 9(7)V99.
    05 SH-FEDERAL-TAX PIC 9(7)V99.
    05 SH-TOTAL-TAX PIC 9(7)V99.
    05 SH-TOTAL-WITH-TAX PIC 9(8)V99.
    05 SH-SALESPERSON PIC 9(5).
    05 SH-CUSTOMER-NO PIC 9(6).
    05 SH-TAX-TREATMENT PIC X.
    05 SH-EXEMPT-CERT PIC X(12).
