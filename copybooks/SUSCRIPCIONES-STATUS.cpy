      *> FILE STATUS field for SUSCRIPCIONES. COPY this into
      *> WORKING-STORAGE alongside COPY SUSCRIPCIONES-SELECT /
      *> SUSCRIPCIONES-FD.
01 SC-FILE-STATUS PIC X(2).
    88 SC-OK VALUE '00'.
    88 SC-NOT-FOUND VALUE '23'.
