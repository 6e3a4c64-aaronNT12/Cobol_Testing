      *> FILE STATUS field for MONITOR-ALERTS. COPY this into
      *> WORKING-STORAGE alongside COPY MONITOR-ALERTS-SELECT /
      *> MONITOR-ALERTS-FD.
01 MA-FILE-STATUS PIC X(2).
    88 MA-OK VALUE '00'.
    88 MA-NOT-FOUND VALUE '23'.
