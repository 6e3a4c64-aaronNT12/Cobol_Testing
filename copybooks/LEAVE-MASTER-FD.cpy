      *> Record layout for the leave master. COPY this into FILE
      *> SECTION alongside COPY LEAVE-MASTER-SELECT. Balances are in
      *> days and may run negative down to the LEAVE-NEGATIVE-FLOOR
      *> parameter. LV-ENTITLEMENT is the annual vacation entitlement
      *> for the service band at the last accrual; LV-LAST-ACCRUAL
      *> keeps a rerun of the same night's pay from accruing twice.
FD LEAVE-MASTER.
01 LEAVE-MASTER-RECORD.
    05 LV-EMPLOYEE-ID PIC 9(5).
    05 LV-VACATION-BALANCE PIC S9(3)V99.
    05 LV-SICK-BALANCE PIC S9(3)V99.
    05 LV-ENTITLEMENT PIC 9(3)V99.
    05 LV-VACATION-ACCRUED-YTD PIC 9(3)V99.
    05 LV-VACATION-TAKEN-YTD PIC 9(3)V99.
    05 LV-SICK-TAKEN-YTD PIC 9(3)V99.
    05 LV-LAST-ACCRUAL PIC 9(8).
