      *> FILE STATUS field for EMPLOYEE-ADDRESS. COPY this into
      *> WORKING-STORAGE alongside COPY EMPLOYEE-ADDRESS-SELECT /
      *> EMPLOYEE-ADDRESS-FD.
01 EA-FILE-STATUS PIC X(2).
    88 EA-OK VALUE '00'.
    88 EA-NOT-FOUND VALUE '23'.
