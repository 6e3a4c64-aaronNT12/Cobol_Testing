      *> FILE STATUS field for FACTURAS-PROVEEDOR. COPY this into
      *> WORKING-STORAGE alongside COPY FACTURAS-PROVEEDOR-SELECT /
      *> FACTURAS-PROVEEDOR-FD.
01 FP-FILE-STATUS PIC X(2).
    88 FP-OK VALUE '00'.
    88 FP-NOT-FOUND VALUE '23'.
