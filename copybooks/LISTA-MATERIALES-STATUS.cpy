      *> FILE STATUS field for LISTA-MATERIALES. COPY this into
      *> WORKING-STORAGE alongside COPY LISTA-MATERIALES-SELECT /
      *> LISTA-MATERIALES-FD.
01 LM-FILE-STATUS PIC X(2).
    88 LM-OK VALUE '00'.
    88 LM-NOT-FOUND VALUE '23'.
