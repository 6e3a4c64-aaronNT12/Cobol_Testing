      *> FILE-CONTROL entry for the bill-of-materials master: one
      *> record per component of a kit, keyed kit code / component
      *> code so a START at the kit reads its whole list.
      *> MANTENIMIENTO-LISTA-MATERIALES maintains it; almacen reads it
      *> to assemble and break down kits. COPY this into FILE-CONTROL;
      *> the FILE STATUS target comes from LISTA-MATERIALES-STATUS.cpy.
    SELECT LISTA-MATERIALES ASSIGN TO "LISTA-MATERIALES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LM-KEY
        FILE STATUS IS LM-FILE-STATUS.
