      *> FILE-CONTROL entry for the subscription lines: one record per
      *> subscription, line and effective date, keyed suscripción /
      *> línea / fecha desde, kept by MANTENIMIENTO-SUSCRIPCIONES and
      *> read by GENERADOR-SUSCRIPCIONES. COPY this into FILE-CONTROL;
      *> the FILE STATUS target comes from
      *> SUSCRIPCION-LINEAS-STATUS.cpy.
    SELECT SUSCRIPCION-LINEAS ASSIGN TO "SUSCRIPCION-LINEAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SN-KEY
        FILE STATUS IS SN-FILE-STATUS.
