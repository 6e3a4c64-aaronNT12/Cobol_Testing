      *> FILE STATUS field for JOB-SCHEDULE. COPY this into
      *> WORKING-STORAGE alongside COPY JOB-SCHEDULE-SELECT /
      *> JOB-SCHEDULE-FD.
01 JB-FILE-STATUS PIC X(2).
    88 JB-OK VALUE '00'.
    88 JB-NOT-FOUND VALUE '23'.
