      *> AH-TYPE 'R' and the original row's sequence number in
      *> AH-REVERSAL-OF-SEQ so the statement can print the pair as
      *> "reversal of item nnn" instead of a mystery movement.
      *> AH-AMOUNT is always in the account's own currency. A transfer
      *> between accounts in different currencies carries the cross
      *> rate it was converted at (units credited per unit debited) in
      *> AH-FX-RATE on both legs, and the other leg's amount in the
      *> other account's currency in AH-COUNTER-AMOUNT; both are zero
      *> on a movement that was not converted.
FD ACCOUNT-HISTORY.
01 ACCOUNT-HISTORY-RECORD.
    05 AH-KEY.
    05 AH-REVERSED PIC X.
        88 AH-ROW-REVERSED VALUE 'Y'.
    05 AH-REVERSAL-OF-SEQ PIC 9(7).
    05 AH-FX-RATE PIC 9(5)V9(6).
    05 AH-COUNTER-AMOUNT PIC 9(7)V99.
