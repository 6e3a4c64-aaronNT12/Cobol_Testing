      *> FILE-CONTROL entry for the paid-cheque file: one record per
      *> cheque BANK-TRANSACTION has cleared, keyed on account and
      *> cheque serial, so the same serial presented a second time is
      *> refused. COPY this into FILE-CONTROL; the FILE STATUS target
      *> comes from CHEQUES-PAID-STATUS.cpy.
    SELECT CHEQUES-PAID ASSIGN TO 'CHEQUES-PAID.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CQ-KEY
        FILE STATUS IS CQ-FILE-STATUS.
