      *> the employee record carries the code directly. DM-DIVISION
      *> points at the parent division, itself a DEPARTMENT-MASTER
      *> record (blank = top level); DEPT-MAINT validates it against
      *> this same file. DM-GL-EXPENSE-ACCOUNT is the GL account the
      *> department's salaries are charged to on the payroll journal
      *> (zero = not mapped, which stops the journal).
FD DEPARTMENT-MASTER.
01 DEPARTMENT-MASTER-RECORD.
    05 DM-CODE PIC X(10).
    05 DM-MANAGER PIC X(30).
    05 DM-BUDGET PIC 9(9)V99.
    05 DM-DIVISION PIC X(10).
    05 DM-GL-EXPENSE-ACCOUNT PIC 9(8).
