      *> FILE STATUS field for PAY-CALENDAR. COPY this into
      *> WORKING-STORAGE alongside COPY PAY-CALENDAR-SELECT /
      *> PAY-CALENDAR-FD.
01 PY-FILE-STATUS PIC X(2).
    88 PY-OK VALUE '00'.
    88 PY-NOT-FOUND VALUE '23'.
