      *> Record layout for the posting accumulator. COPY this into FILE
      *> SECTION alongside COPY DAILY-POSTINGS-SELECT.
      *> DY-DEBIT-TOTAL is the sum of AH-AMOUNT over the day's debit
      *> rows for the account, exactly what a walk of its history slice
      *> would add up. Each distinct AH-TYPE / AH-AMOUNT pair posted
      *> that day is kept once in DY-FINGERPRINT; a day with more
      *> distinct pairs than the table holds is flagged full and the
      *> duplicate screen goes back to the history for it.
      *> The record under account zero / date zeros is the control
      *> record: DYC-COVERED-FROM is the earliest posting date whose
      *> history rows are all reflected here. BANK-TRANSACTION writes
      *> it last when it rebuilds the file from ACCOUNT-HISTORY, so a
      *> file without one is rebuilt on the next posting run.
FD DAILY-POSTINGS.
01 DAILY-POSTINGS-RECORD.
    05 DY-KEY.
        10 DY-ACCOUNT-NO PIC 9(10).
        10 DY-POST-DATE PIC X(08).
    05 DY-DEBIT-TOTAL PIC 9(11)V99.
    05 DY-FINGERPRINT-COUNT PIC 9(02).
    05 DY-OVERFLOW-FLAG PIC X.
        88 DY-FINGERPRINTS-FULL VALUE 'Y'.
    05 DY-FINGERPRINT OCCURS 20 TIMES.
        10 DY-FP-TYPE PIC X.
        10 DY-FP-AMOUNT PIC 9(7)V99.
01 DAILY-POSTINGS-CONTROL.
    05 DYC-KEY PIC X(18).
    05 DYC-COVERED-FROM PIC X(08).
    05 DYC-BUILT-DATE PIC X(08).
    05 FILLER PIC X(200).
