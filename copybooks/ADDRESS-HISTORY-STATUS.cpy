      *> FILE STATUS field for ADDRESS-HISTORY. COPY this into
      *> WORKING-STORAGE alongside COPY ADDRESS-HISTORY-SELECT /
      *> ADDRESS-HISTORY-FD.
01 CAH-FILE-STATUS PIC X(2).
    88 CAH-OK VALUE '00'.
    88 CAH-NOT-FOUND VALUE '23'.
