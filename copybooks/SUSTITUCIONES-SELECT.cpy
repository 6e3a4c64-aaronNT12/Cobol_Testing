      *> FILE-CONTROL entry for the product supersession master: one
      *> record per replaced code, keyed on the old code, so a code can
      *> be replaced only once and a chain is followed by reading the
      *> new code as the next old code. MANTENIMIENTO-SUSTITUCIONES
      *> maintains it and cuts each one over on its effective date;
      *> almacen redirects movements through it. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> SUSTITUCIONES-STATUS.cpy.
    SELECT SUSTITUCIONES ASSIGN TO "SUSTITUCIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SU-CODIGO-ANTIGUO
        FILE STATUS IS SU-FILE-STATUS.
