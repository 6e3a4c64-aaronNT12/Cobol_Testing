      *> Record layout for unapplied cash. COPY this into FILE SECTION
      *> alongside COPY AR-UNAPPLIED-SELECT. UA-RECEIPT-NO is given in
      *> arrival order, so key order is oldest first. What is still
      *> held for the customer is UA-AMOUNT less UA-APPLIED (allocated
      *> to invoices) less UA-REFUNDED; once nothing is left the
      *> receipt is cleared ('C') and stays on file as the history.
      *> UA-SOURCE-INVOICE is the invoice the receipt quoted, zero for
      *> a payment on account.
FD AR-UNAPPLIED.
01 AR-UNAPPLIED-RECORD.
    05 UA-RECEIPT-NO PIC 9(8).
    05 UA-CUSTOMER-NO PIC 9(6).
    05 UA-RECEIPT-DATE PIC 9(8).
    05 UA-SOURCE-INVOICE PIC 9(6).
    05 UA-AMOUNT PIC 9(10)V99.
    05 UA-APPLIED PIC 9(10)V99.
    05 UA-REFUNDED PIC 9(10)V99.
    05 UA-STATUS PIC X.
        88 UA-HELD VALUE 'U'.
        88 UA-CLEARED VALUE 'C'.
    05 UA-LAST-ACTION-DATE PIC 9(8).
