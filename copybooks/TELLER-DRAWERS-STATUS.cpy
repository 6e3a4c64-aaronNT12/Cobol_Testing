      *> FILE STATUS field for TELLER-DRAWERS. COPY this into
      *> WORKING-STORAGE alongside COPY TELLER-DRAWERS-SELECT /
      *> TELLER-DRAWERS-FD.
01 DW-FILE-STATUS PIC X(2).
    88 DW-OK VALUE '00'.
    88 DW-NOT-FOUND VALUE '23'.
