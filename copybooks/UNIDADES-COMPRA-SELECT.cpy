      *> FILE-CONTROL entry for the purchase-unit master: one record per
      *> product and supplier, giving the unit that supplier sells the
      *> product in and how many stocking units (PM-UNIDAD) make one.
      *> MANTENIMIENTO-PROVEEDORES maintains it; the PO cutters read it
      *> through the shared UNIDADES-COMPRA paragraphs. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> UNIDADES-COMPRA-STATUS.cpy.
    SELECT UNIDADES-COMPRA ASSIGN TO "UNIDADES-COMPRA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UC-KEY
        FILE STATUS IS UC-FILE-STATUS.
