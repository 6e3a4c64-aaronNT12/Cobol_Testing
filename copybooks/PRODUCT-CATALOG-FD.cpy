      *> Record layout for the account product catalog. COPY this into
      *> FILE SECTION alongside COPY PRODUCT-CATALOG-SELECT.
      *> A product on sale ('A') can be given to new accounts; a
      *> withdrawn one ('W') keeps its rules for the accounts already
      *> holding it. The interest schedule is up to five balance tiers
      *> in the INTEREST-RATES.DAT layout, ascending by floor, the rate
      *> an annual fraction (0.0150 = 1.5%); no tiers means the product
      *> pays no credit interest. A zero daily limit falls back to the
      *> shop-wide ACCOUNT-LIMITS default. PC-MONTHLY-FEE is waived for
      *> a month in which the account never closed a day below a
      *> nonzero PC-MINIMUM-BALANCE, which is also the least an account
      *> can be opened with. Each customer transaction in a month past
      *> PC-FREE-TRANSACTIONS is charged PC-EXCESS-TXN-FEE.
FD PRODUCT-CATALOG.
01 PRODUCT-CATALOG-RECORD.
    05 PC-PRODUCT-CODE PIC X(4).
    05 PC-DESCRIPTION PIC X(30).
    05 PC-STATUS PIC X.
        88 PC-ON-SALE VALUE 'A'.
        88 PC-WITHDRAWN VALUE 'W'.
    05 PC-TIER-COUNT PIC 9.
    05 PC-INTEREST-TIER OCCURS 5 TIMES.
        10 PC-TIER-MIN-BALANCE PIC 9(9)V99.
        10 PC-TIER-ANNUAL-RATE PIC 999V9999.
    05 PC-DAILY-WITHDRAWAL-LIMIT PIC 9(9)V99.
    05 PC-DAILY-TRANSFER-LIMIT PIC 9(9)V99.
    05 PC-MONTHLY-FEE PIC 9(5)V99.
    05 PC-MINIMUM-BALANCE PIC 9(9)V99.
    05 PC-FREE-TRANSACTIONS PIC 9(3).
    05 PC-EXCESS-TXN-FEE PIC 9(3)V99.
    05 PC-MAINTAINED-BY PIC X(8).
    05 PC-MAINTAINED-DATE PIC 9(8).
