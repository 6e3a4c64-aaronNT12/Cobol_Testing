      *> FILE STATUS field for SUSTITUCIONES. COPY this into
      *> WORKING-STORAGE alongside COPY SUSTITUCIONES-SELECT /
      *> SUSTITUCIONES-FD.
01 SU-FILE-STATUS PIC X(2).
    88 SU-OK VALUE '00'.
    88 SU-NOT-FOUND VALUE '23'.
