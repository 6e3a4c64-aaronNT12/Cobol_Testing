      *> FILE-CONTROL entry for the ABC class and cycle-count master:
      *> one record per product and warehouse, keyed código / almacén
      *> like PRODUCTO-MASTER. CICLO-RECUENTOS classifies the products
      *> once a month and schedules their counts from it;
      *> INVENTARIO-FISICO records each count's result against it.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> CLASES-ABC-STATUS.cpy.
    SELECT CLASES-ABC ASSIGN TO "CLASES-ABC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AB-KEY
        FILE STATUS IS AB-FILE-STATUS.
