      *> Record layout for the overdraft sweep log. COPY this into FILE
      *> SECTION alongside COPY OVERDRAFT-SWEEPS-SELECT. OS-AMOUNT is
      *> what moved from the funding account into the protected one;
      *> OS-ITEM-TYPE and OS-ITEM-AMOUNT are the debit it was moved to
      *> cover, which then posted.
FD OVERDRAFT-SWEEPS.
01 OVERDRAFT-SWEEP-RECORD.
    05 OS-SWEEP-DATE PIC 9(8).
    05 OS-ACCOUNT-NO PIC 9(10).
    05 OS-FUNDING-ACCOUNT PIC 9(10).
    05 OS-AMOUNT PIC 9(9)V99.
    05 OS-ITEM-TYPE PIC X.
    05 OS-ITEM-AMOUNT PIC 9(7)V99.
