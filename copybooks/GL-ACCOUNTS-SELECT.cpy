      *> FILE-CONTROL entry for the general-ledger chart of accounts:
      *> one record per 8-digit GL account, keyed by the number
      *> GL-JOURNAL.DAT and GL-BALANCES.DAT carry. Kept by
      *> GL-CHART-MAINT; read by GL-POST, which refuses a journal line
      *> for an account that is not on the chart or not active, and by
      *> GL-STATEMENTS for the balance sheet and income statement. COPY
      *> this into FILE-CONTROL; the FILE STATUS target comes from
      *> GL-ACCOUNTS-STATUS.cpy.
    SELECT GL-ACCOUNTS ASSIGN TO 'GL-ACCOUNTS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GA-GL-ACCOUNT
        FILE STATUS IS GA-FILE-STATUS.
