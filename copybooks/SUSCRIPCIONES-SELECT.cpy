      *> FILE-CONTROL entry for the invoice subscription master: one
      *> record per recurring contract (service contract, rental,
      *> maintenance plan), keyed on the subscription number and kept
      *> by MANTENIMIENTO-SUSCRIPCIONES. GENERADOR-SUSCRIPCIONES bills
      *> the ones that fall due into INVOICE-INPUT.DAT. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> SUSCRIPCIONES-STATUS.cpy.
    SELECT SUSCRIPCIONES ASSIGN TO "SUSCRIPCIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-NUMERO
        FILE STATUS IS SC-FILE-STATUS.
