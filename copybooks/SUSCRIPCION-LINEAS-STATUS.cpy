      *> FILE STATUS field for SUSCRIPCION-LINEAS. COPY this into
      *> WORKING-STORAGE alongside COPY SUSCRIPCION-LINEAS-SELECT /
      *> SUSCRIPCION-LINEAS-FD.
01 SN-FILE-STATUS PIC X(2).
    88 SN-OK VALUE '00'.
    88 SN-NOT-FOUND VALUE '23'.
