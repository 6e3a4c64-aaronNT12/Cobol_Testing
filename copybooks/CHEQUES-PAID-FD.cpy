      *> Record layout for the paid-cheque file. COPY this into FILE
      *> SECTION alongside COPY CHEQUES-PAID-SELECT. CQ-HISTORY-DATE
      *> and CQ-HISTORY-SEQ point at the ACCOUNT-HISTORY row the
      *> clearing posted.
FD CHEQUES-PAID.
01 CHEQUE-PAID-RECORD.
    05 CQ-KEY.
        10 CQ-ACCOUNT-NO PIC 9(10).
        10 CQ-CHEQUE-NO PIC 9(10).
    05 CQ-AMOUNT PIC 9(7)V99.
    05 CQ-PAID-DATE PIC 9(8).
    05 CQ-HISTORY-DATE PIC X(08).
    05 CQ-HISTORY-SEQ PIC 9(07).
