      *> FILE-CONTROL entry for unapplied cash on the AR ledger: one
      *> record per receipt, or part of a receipt, that no open item
      *> could take - a payment before the invoice, an overpayment, a
      *> payment on account. Written by AR-PAYMENTS, worked down by
      *> AR-UNAPPLIED (allocation to invoices, refunds) and shown as a
      *> credit by AR-AGING. COPY this into FILE-CONTROL; the FILE
      *> STATUS target comes from AR-UNAPPLIED-STATUS.cpy.
    SELECT AR-UNAPPLIED ASSIGN TO 'AR-UNAPPLIED.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-RECEIPT-NO
        FILE STATUS IS UA-FILE-STATUS.
