      *> FILE STATUS field for STOP-PAYMENTS. COPY this into
      *> WORKING-STORAGE alongside COPY STOP-PAYMENTS-SELECT /
      *> STOP-PAYMENTS-FD.
01 SP-FILE-STATUS PIC X(2).
    88 SP-OK VALUE '00'.
    88 SP-NOT-FOUND VALUE '23'.
