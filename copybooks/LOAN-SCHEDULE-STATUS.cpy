      *> FILE STATUS field for LOAN-SCHEDULE. COPY this into
      *> WORKING-STORAGE alongside COPY LOAN-SCHEDULE-SELECT /
      *> LOAN-SCHEDULE-FD.
01 LS-FILE-STATUS PIC X(2).
    88 LS-OK VALUE '00'.
    88 LS-NOT-FOUND VALUE '23'.
