      *> FILE-CONTROL entry for the external payee master: one record per
      *> beneficiary at another bank that a customer has registered,
      *> keyed on the payee reference the customer quotes on an
      *> external transfer. Kept by PAYEE-MAINT and consulted by
      *> BANK-TRANSACTION when it builds the outbound clearing file.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> EXTERNAL-PAYEES-STATUS.cpy.
    SELECT EXTERNAL-PAYEES ASSIGN TO 'EXTERNAL-PAYEES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XP-PAYEE-NO
        FILE STATUS IS XP-FILE-STATUS.
