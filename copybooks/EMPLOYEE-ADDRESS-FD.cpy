      *> Record layout for the employee home-address master. COPY this
      *> into FILE SECTION alongside COPY EMPLOYEE-ADDRESS-SELECT. The
      *> address lines are the same widths as the parsed side of the
      *> customer master. EA-CHANGED-DATE is the day it was last set.
FD EMPLOYEE-ADDRESS.
01 EMPLOYEE-ADDRESS-RECORD.
    05 EA-EMPLOYEE-ID PIC 9(5).
    05 EA-STREET PIC X(30).
    05 EA-APT PIC X(10).
    05 EA-CITY PIC X(20).
    05 EA-PROVINCE PIC X(2).
    05 EA-POSTAL-CODE PIC X(10).
    05 EA-CHANGED-DATE PIC 9(8).
