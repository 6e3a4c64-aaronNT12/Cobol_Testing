      *> Record layout for the installment loan master. COPY this into
      *> FILE SECTION alongside COPY LOAN-MASTER-SELECT.
      *> LN-INSTALLMENT is the level monthly payment worked out at
      *> booking; LN-PRINCIPAL-BALANCE is the running principal still
      *> owed, reduced only as installments are actually collected.
      *> LN-PRESENTED-DATE / LN-PRESENTED-AMOUNT remember what the
      *> nightly run last fed to the posting run, so the next night can
      *> tell a collected presentation from one that bounced.
FD LOAN-MASTER.
01 LOAN-MASTER-RECORD.
    05 LN-LOAN-NO PIC 9(6).
    05 LN-ACCOUNT-NO PIC 9(10).
    05 LN-PRINCIPAL PIC 9(9)V99.
    05 LN-ANNUAL-RATE PIC 999V9999.
    05 LN-TERM-MONTHS PIC 9(3).
    05 LN-PAYMENT-DAY PIC 9(2).
    05 LN-START-DATE PIC 9(8).
    05 LN-INSTALLMENT PIC 9(7)V99.
    05 LN-PRINCIPAL-BALANCE PIC 9(9)V99.
    05 LN-INSTALLMENTS-PAID PIC 9(3).
    05 LN-PRESENTED-DATE PIC 9(8).
    05 LN-PRESENTED-AMOUNT PIC 9(7)V99.
    05 LN-STATUS PIC X.
        88 LN-ACTIVE VALUE 'A'.
        88 LN-PAID-OFF VALUE 'P'.
