      *> FILE-CONTROL entry for the chequebook register: one record per
      *> chequebook issued, keyed on the account plus the first serial
      *> in the book, so every book on an account can be read with one
      *> START / READ NEXT. Kept by CHEQUE-MAINT and consulted by
      *> BANK-TRANSACTION when a cheque is presented. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> CHEQUEBOOKS-STATUS.cpy.
    SELECT CHEQUEBOOKS ASSIGN TO 'CHEQUEBOOKS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CB-KEY
        FILE STATUS IS CB-FILE-STATUS.
