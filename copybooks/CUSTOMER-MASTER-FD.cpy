      *> exposure at invoice time (zero = no limit).
      *> CU-MAIL-FLAG drives the mail room: space or 'M' mails
      *> normally, 'H' holds mail at the branch, 'N' never mails.
      *> CU-RISK-RATING is the KYC risk rating ('H', 'M', 'L'; space
      *> = not yet rated) and CU-LAST-REVIEW-DATE the day the
      *> customer's identity was last verified (zero = never); both
      *> are kept through CUSTOMER-MAINT, and KYC-REVIEW-SCHEDULE
      *> works out from them when the next review falls due.
      *> CU-DECEASED-DATE is the date of death once CUSTOMER-MAINT has
      *> recorded one (zero = living); ESTATE-SETTLEMENT reports on the
      *> customer's accounts until they are all closed.
      *> CU-PRICE-TIER is the selling price tier the customer is
      *> invoiced at from TARIFAS-VENTA: space or 'L' list, 'T'
      *> trade, 'K' key account.
FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
    05 CU-CUSTOMER-NO PIC 9(6).
        88 CU-MAIL-NORMALLY VALUE ' ' 'M'.
        88 CU-HOLD-MAIL VALUE 'H'.
        88 CU-DO-NOT-MAIL VALUE 'N'.
    05 CU-RISK-RATING PIC X.
        88 CU-RISK-HIGH VALUE 'H'.
        88 CU-RISK-MEDIUM VALUE 'M'.
        88 CU-RISK-LOW VALUE 'L'.
        88 CU-RISK-UNRATED VALUE ' '.
    05 CU-LAST-REVIEW-DATE PIC 9(8).
    05 CU-DECEASED-DATE PIC 9(8).
    05 CU-PRICE-TIER PIC X.
        88 CU-TIER-LIST VALUE ' ' 'L'.
        88 CU-TIER-TRADE VALUE 'T'.
        88 CU-TIER-KEY-ACCOUNT VALUE 'K'.
