      *> FILE STATUS field for TERM-DEPOSITS. COPY this into
      *> WORKING-STORAGE alongside COPY TERM-DEPOSITS-SELECT /
      *> TERM-DEPOSITS-FD.
01 TD-FILE-STATUS PIC X(2).
    88 TD-OK VALUE '00'.
    88 TD-NOT-FOUND VALUE '23'.
