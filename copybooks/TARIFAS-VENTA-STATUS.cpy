      *> FILE STATUS field for TARIFAS-VENTA. COPY this into
      *> WORKING-STORAGE alongside COPY TARIFAS-VENTA-SELECT /
      *> TARIFAS-VENTA-FD.
01 TF-FILE-STATUS PIC X(2).
    88 TF-OK VALUE '00'.
    88 TF-NOT-FOUND VALUE '23'.
