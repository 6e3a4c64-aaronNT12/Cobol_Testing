      *> FILE STATUS field for DISPUTE-CASES. COPY this into
      *> WORKING-STORAGE alongside COPY DISPUTE-CASES-SELECT /
      *> DISPUTE-CASES-FD.
01 DP-FILE-STATUS PIC X(2).
    88 DP-OK VALUE '00'.
    88 DP-NOT-FOUND VALUE '23'.
