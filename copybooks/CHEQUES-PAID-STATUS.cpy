      *> FILE STATUS field for CHEQUES-PAID. COPY this into
      *> WORKING-STORAGE alongside COPY CHEQUES-PAID-SELECT /
      *> CHEQUES-PAID-FD.
01 CQ-FILE-STATUS PIC X(2).
    88 CQ-OK VALUE '00'.
    88 CQ-NOT-FOUND VALUE '23'.
