      *> Record layout for the benefit deduction register. COPY this
      *> into FILE SECTION alongside COPY BENEFIT-DEDUCTIONS-SELECT.
      *> The provider is carried from the plan as it stood on the pay
      *> date, so a later change of provider does not move amounts
      *> already remitted.
FD BENEFIT-DEDUCTIONS.
01 BENEFIT-DEDUCTION-RECORD.
    05 BD-PAY-DATE PIC 9(8).
    05 BD-EMPLOYEE-ID PIC 9(5).
    05 BD-PLAN-CODE PIC X(6).
    05 BD-PROVIDER PIC X(20).
    05 BD-EMPLOYEE-SHARE PIC 9(7)V99.
    05 BD-EMPLOYER-SHARE PIC 9(7)V99.
