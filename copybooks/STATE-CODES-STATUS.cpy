      *> FILE STATUS field for STATE-CODES-FILE. COPY this into
      *> WORKING-STORAGE alongside COPY STATE-CODES-SELECT /
      *> STATE-CODES-FD.
01 SC-FILE-STATUS PIC X(2).
    88 SC-OK VALUE '00'.
