      *> FILE-CONTROL entry for the customer sales-order file: one
      *> record per order line, keyed order number / line number.
      *> Lines are captured by PEDIDOS-VENTA, whose reservation pass
      *> promises stock to them and prints the pick lists. COPY this
      *> into FILE-CONTROL; the FILE STATUS target comes from
      *> PEDIDOS-VENTA-STATUS.cpy.
    SELECT PEDIDOS-VENTA ASSIGN TO "PEDIDOS-VENTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VT-KEY
        FILE STATUS IS VT-FILE-STATUS.
