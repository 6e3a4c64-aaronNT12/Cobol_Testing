      *> FILE STATUS field for CHEQUEBOOKS. COPY this into
      *> WORKING-STORAGE alongside COPY CHEQUEBOOKS-SELECT /
      *> CHEQUEBOOKS-FD.
01 CB-FILE-STATUS PIC X(2).
    88 CB-OK VALUE '00'.
    88 CB-NOT-FOUND VALUE '23'.
