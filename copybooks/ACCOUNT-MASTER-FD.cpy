      *> statement cuts; zero (and records from before the field
      *> existed) means the legacy month-end cycle, which runs on the
      *> first of the month.
      *> AM-CURRENCY-CODE is the currency AM-BALANCE is held in; blank
      *> (and records from before the field existed) means the base
      *> currency every ledger total is expressed in.
      *> AM-PRODUCT-CODE names the account's product on
      *> PRODUCT-CATALOG.DAT; blank (and records from before the field
      *> existed) means no product - the shared INTEREST-RATES.DAT
      *> tiers, the ACCOUNT-LIMITS default row and no monthly charges.
FD ACCOUNT-MASTER.
01 ACCOUNT-MASTER-RECORD.
    05 AM-ACCOUNT-NO PIC 9(10).
        88 AM-DORMANT VALUE 'D'.
    05 AM-LAST-ACTIVITY-DATE PIC X(8).
    05 AM-STATEMENT-CYCLE PIC 9.
    05 AM-CURRENCY-CODE PIC X(3).
    05 AM-PRODUCT-CODE PIC X(4).
