      *> FILE-CONTROL entry for the selling price master: one record
      *> per product and effective date, keyed código / fecha desde,
      *> kept by MANTENIMIENTO-TARIFAS. The invoice extension prices
      *> its lines from it and PEDIDOS-VENTA quotes from it at order
      *> entry, both through the shared TARIFA-VIGENTE paragraph. COPY
      *> this into FILE-CONTROL; the FILE STATUS target comes from
      *> TARIFAS-VENTA-STATUS.cpy.
    SELECT TARIFAS-VENTA ASSIGN TO "TARIFAS-VENTA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TF-KEY
        FILE STATUS IS TF-FILE-STATUS.
