      *> Record layout for the term-deposit master. COPY this into
      *> FILE SECTION alongside COPY TERM-DEPOSITS-SELECT.
      *> The principal stays inside AM-BALANCE of TD-ACCOUNT-NO but is
      *> locked: while a deposit is live ('A') or waiting to be broken
      *> ('R') no debit may take the balance below the locked total,
      *> and the locked part earns the fixed TD-ANNUAL-RATE instead of
      *> the ordinary tier accrual. At maturity the principal and the
      *> interest go to TD-PAYOUT-ACCOUNT, or with TD-ROLLOVER set the
      *> principal is locked again for another TD-TERM-MONTHS and only
      *> the interest is paid out. TD-CLOSED-DATE is the maturity or
      *> break date once the deposit is finished. TD-LAST-PAYOUT-DATE
      *> and TD-LAST-INTEREST remember the last settlement (interest
      *> net of any breakage penalty - negative when the penalty ate
      *> more than was earned) so a rerun of the night's maturity step
      *> can put the same items back on its feed.
FD TERM-DEPOSITS.
01 TERM-DEPOSIT-RECORD.
    05 TD-KEY.
        10 TD-ACCOUNT-NO PIC 9(10).
        10 TD-DEPOSIT-SEQ PIC 9(3).
    05 TD-PRINCIPAL PIC 9(9)V99.
    05 TD-ANNUAL-RATE PIC 999V9999.
    05 TD-TERM-MONTHS PIC 9(3).
    05 TD-START-DATE PIC 9(8).
    05 TD-MATURITY-DATE PIC 9(8).
    05 TD-PAYOUT-ACCOUNT PIC 9(10).
    05 TD-ROLLOVER-FLAG PIC X.
        88 TD-ROLLOVER VALUE 'Y'.
    05 TD-STATUS PIC X.
        88 TD-LIVE VALUE 'A'.
        88 TD-BREAK-REQUESTED VALUE 'R'.
        88 TD-MATURED VALUE 'M'.
        88 TD-BROKEN VALUE 'B'.
        88 TD-FUNDS-LOCKED VALUE 'A' 'R'.
    05 TD-ROLL-COUNT PIC 9(3).
    05 TD-CLOSED-DATE PIC 9(8).
    05 TD-LAST-PAYOUT-DATE PIC 9(8).
    05 TD-LAST-INTEREST PIC S9(7)V99.
