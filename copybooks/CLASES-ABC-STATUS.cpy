      *> FILE STATUS field for CLASES-ABC. COPY this into
      *> WORKING-STORAGE alongside COPY CLASES-ABC-SELECT /
      *> CLASES-ABC-FD.
01 AB-FILE-STATUS PIC X(2).
    88 AB-OK VALUE '00'.
    88 AB-NOT-FOUND VALUE '23'.
