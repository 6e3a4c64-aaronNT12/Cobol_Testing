      *> Record layout for the transaction-monitoring alert file. COPY
      *> this into FILE SECTION alongside COPY MONITOR-ALERTS-SELECT.
      *> MA-RULE says which pattern raised the alert:
      *>   'S' repeated near-threshold cash deposits on one account,
      *>   'C' the same spread across one customer's accounts,
      *>   'V' a sudden volume jump against the account's own history,
      *>   'P' rapid in-and-out (most of what came in went straight out).
      *> MA-SUBJECT-NO is the account number, or for rule 'C' the
      *> customer number. MA-WINDOW-FROM / MA-WINDOW-TO bound the
      *> rolling window that was looked at; MA-ITEM-COUNT and
      *> MA-WINDOW-AMOUNT are what was found in it, and
      *> MA-COMPARE-AMOUNT is what it was measured against (the
      *> threshold, the baseline average for the same length of window,
      *> or the money that came in). An alert is raised open; the
      *> disposition, who recorded it and when, and a note are
      *> compliance's.
FD MONITOR-ALERTS.
01 MONITOR-ALERT-RECORD.
    05 MA-KEY.
        10 MA-ALERT-DATE PIC 9(08).
        10 MA-ALERT-SEQ PIC 9(05).
    05 MA-RULE PIC X.
        88 MA-STRUCTURING-ACCOUNT VALUE 'S'.
        88 MA-STRUCTURING-CUSTOMER VALUE 'C'.
        88 MA-VOLUME-JUMP VALUE 'V'.
        88 MA-PASS-THROUGH VALUE 'P'.
    05 MA-SUBJECT-NO PIC 9(10).
    05 MA-WINDOW-FROM PIC 9(08).
    05 MA-WINDOW-TO PIC 9(08).
    05 MA-ITEM-COUNT PIC 9(05).
    05 MA-WINDOW-AMOUNT PIC 9(09)V99.
    05 MA-COMPARE-AMOUNT PIC 9(09)V99.
    05 MA-DISPOSITION PIC X.
        88 MA-OPEN VALUE 'O'.
        88 MA-CLEARED VALUE 'C'.
        88 MA-ESCALATED VALUE 'E'.
        88 MA-REPORTED VALUE 'R'.
    05 MA-DISPOSED-BY PIC X(08).
    05 MA-DISPOSED-DATE PIC 9(08).
    05 MA-DISPOSITION-NOTE PIC X(40).
