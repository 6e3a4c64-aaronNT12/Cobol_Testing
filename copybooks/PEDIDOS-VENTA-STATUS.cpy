      *> FILE STATUS field for PEDIDOS-VENTA. COPY this into
      *> WORKING-STORAGE alongside COPY PEDIDOS-VENTA-SELECT /
      *> PEDIDOS-VENTA-FD.
01 VT-FILE-STATUS PIC X(2).
    88 VT-OK VALUE '00'.
    88 VT-NOT-FOUND VALUE '23'.
