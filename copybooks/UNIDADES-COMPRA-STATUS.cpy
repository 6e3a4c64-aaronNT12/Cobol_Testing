      *> FILE STATUS field for UNIDADES-COMPRA. COPY this into
      *> WORKING-STORAGE alongside COPY UNIDADES-COMPRA-SELECT /
      *> UNIDADES-COMPRA-FD.
01 UC-FILE-STATUS PIC X(2).
    88 UC-OK VALUE '00'.
    88 UC-NOT-FOUND VALUE '23'.
