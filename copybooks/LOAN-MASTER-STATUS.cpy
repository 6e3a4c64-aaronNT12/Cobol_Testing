      *> FILE STATUS field for LOAN-MASTER. COPY this into
      *> WORKING-STORAGE alongside COPY LOAN-MASTER-SELECT /
      *> LOAN-MASTER-FD.
01 LN-FILE-STATUS PIC X(2).
    88 LN-OK VALUE '00'.
    88 LN-NOT-FOUND VALUE '23'.
