      *> FILE-CONTROL entry for the term-deposit master: one record per
      *> fixed-term deposit, keyed on the account the funds are locked
      *> in plus a sequence within that account, so every deposit on
      *> an account can be read with one START / READ NEXT. Kept by
      *> TERM-DEPOSIT-MAINT, consulted by BANK-TRANSACTION and
      *> INTEREST-ACCRUAL, and matured nightly by TERM-DEPOSIT-MATURITY.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> TERM-DEPOSITS-STATUS.cpy.
    SELECT TERM-DEPOSITS ASSIGN TO 'TERM-DEPOSITS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TD-KEY
        FILE STATUS IS TD-FILE-STATUS.
