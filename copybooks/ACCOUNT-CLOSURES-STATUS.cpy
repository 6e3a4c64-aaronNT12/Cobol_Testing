      *> FILE STATUS field for ACCOUNT-CLOSURES. COPY this into
      *> WORKING-STORAGE alongside COPY ACCOUNT-CLOSURES-SELECT /
      *> ACCOUNT-CLOSURES-FD.
01 AC-FILE-STATUS PIC X(2).
    88 AC-OK VALUE '00'.
    88 AC-NOT-FOUND VALUE '23'.
