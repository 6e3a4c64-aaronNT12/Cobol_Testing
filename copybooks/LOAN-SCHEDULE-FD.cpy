      *> Record layout for the loan amortization schedule. COPY this
      *> into FILE SECTION alongside COPY LOAN-SCHEDULE-SELECT.
      *> LS-INTEREST / LS-PRINCIPAL / LS-BALANCE-AFTER are the planned
      *> split printed at booking; LS-INTEREST-PAID / LS-PRINCIPAL-PAID
      *> are the split actually taken against the running principal
      *> balance when the installment was collected, which drifts from
      *> the plan once an installment is collected late.
FD LOAN-SCHEDULE.
01 LOAN-SCHEDULE-RECORD.
    05 LS-KEY.
        10 LS-LOAN-NO PIC 9(6).
        10 LS-INSTALLMENT-NO PIC 9(3).
    05 LS-DUE-DATE PIC 9(8).
    05 LS-PAYMENT PIC 9(7)V99.
    05 LS-INTEREST PIC 9(7)V99.
    05 LS-PRINCIPAL PIC 9(7)V99.
    05 LS-BALANCE-AFTER PIC 9(9)V99.
    05 LS-STATUS PIC X.
        88 LS-SCHEDULED VALUE ' '.
        88 LS-PRESENTED VALUE 'F'.
        88 LS-PAID VALUE 'P'.
        88 LS-MISSED VALUE 'M'.
    05 LS-PRESENTED-DATE PIC 9(8).
    05 LS-PAID-DATE PIC 9(8).
    05 LS-INTEREST-PAID PIC 9(7)V99.
    05 LS-PRINCIPAL-PAID PIC 9(7)V99.
