      *> FILE STATUS field for AR-UNAPPLIED. COPY this into
      *> WORKING-STORAGE alongside COPY AR-UNAPPLIED-SELECT /
      *> AR-UNAPPLIED-FD.
01 UA-FILE-STATUS PIC X(2).
    88 UA-OK VALUE '00'.
    88 UA-NOT-FOUND VALUE '23'.
