      *> FILE STATUS field for LEAVE-MASTER. COPY this into
      *> WORKING-STORAGE alongside COPY LEAVE-MASTER-SELECT /
      *> LEAVE-MASTER-FD.
01 LV-FILE-STATUS PIC X(2).
    88 LV-OK VALUE '00'.
    88 LV-NOT-FOUND VALUE '23'.
