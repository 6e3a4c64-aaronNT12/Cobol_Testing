      *> Record layout for the stop-payment master. COPY this into
      *> FILE SECTION alongside COPY STOP-PAYMENTS-SELECT. A nonzero
      *> SP-AMOUNT stops the cheque only when it is presented for that
      *> exact amount; zero stops it whatever the amount.
      *> SP-EXPIRY-DATE zero means the stop stands until it is lifted.
FD STOP-PAYMENTS.
01 STOP-PAYMENT-RECORD.
    05 SP-KEY.
        10 SP-ACCOUNT-NO PIC 9(10).
        10 SP-CHEQUE-NO PIC 9(10).
    05 SP-AMOUNT PIC 9(7)V99.
    05 SP-PLACED-DATE PIC 9(8).
    05 SP-EXPIRY-DATE PIC 9(8).
    05 SP-REASON PIC X(20).
