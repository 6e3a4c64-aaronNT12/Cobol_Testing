      *> FILE-CONTROL entry for the account closures master: one record
      *> per account whose close APPROVAL-QUEUE has applied, naming
      *> the account the remaining balance is paid to. Worked nightly
      *> by CLOSURE-SETTLEMENT. COPY this into FILE-CONTROL; the FILE
      *> STATUS target comes from ACCOUNT-CLOSURES-STATUS.cpy.
    SELECT ACCOUNT-CLOSURES ASSIGN TO 'ACCOUNT-CLOSURES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AC-ACCOUNT-NO
        FILE STATUS IS AC-FILE-STATUS.
