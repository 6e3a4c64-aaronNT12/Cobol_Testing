      *> Record layout for the state-code reference table. COPY this
      *> into FILE SECTION alongside COPY STATE-CODES-SELECT.
FD STATE-CODES-FILE.
01 STATE-CODES-RECORD.
    05 SC-CODE PIC X(2).
    05 SC-NAME PIC X(20).
