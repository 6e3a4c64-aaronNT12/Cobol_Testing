      *> FILE STATUS field for SALES-HISTORY. COPY this into
      *> WORKING-STORAGE alongside COPY SALES-HISTORY-SELECT /
      *> SALES-HISTORY-FD.
01 SH-FILE-STATUS PIC X(2).
    88 SH-OK VALUE '00'.
    88 SH-DUPLICATE-KEY VALUE '22'.
