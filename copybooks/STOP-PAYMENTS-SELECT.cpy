      *> FILE-CONTROL entry for the stop-payment master: one record per
      *> cheque the customer has stopped, keyed on account and cheque
      *> serial. Kept by CHEQUE-MAINT and consulted by BANK-TRANSACTION
      *> so a stopped cheque bounces to suspense instead of posting.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> STOP-PAYMENTS-STATUS.cpy.
    SELECT STOP-PAYMENTS ASSIGN TO 'STOP-PAYMENTS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SP-KEY
        FILE STATUS IS SP-FILE-STATUS.
