      *> FILE SECTION alongside COPY STANDING-ORDERS-SELECT. An order
      *> falls due when its day-of-month matches the run date and the
      *> expiry date (zero = never expires) has not passed.
      *> A suspended order (SO-STATUS 'S', from SO-SUSPENDED-DATE) is
      *> kept but never falls due until STANDING-ORDER-MAINT resumes
      *> it; CUSTOMER-MAINT suspends the orders on a deceased
      *> customer's accounts.
FD STANDING-ORDERS.
01 STANDING-ORDER-RECORD.
    05 SO-ORDER-NO PIC 9(6).
    05 SO-AMOUNT PIC 9(7)V99.
    05 SO-DAY-OF-MONTH PIC 9(2).
    05 SO-EXPIRY-DATE PIC 9(8).
    05 SO-STATUS PIC X.
        88 SO-ACTIVE VALUE ' ' 'A'.
        88 SO-SUSPENDED VALUE 'S'.
    05 SO-SUSPENDED-DATE PIC 9(8).
