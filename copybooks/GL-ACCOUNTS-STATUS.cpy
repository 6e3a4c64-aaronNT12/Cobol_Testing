      *> FILE STATUS field for GL-ACCOUNTS. COPY this into
      *> WORKING-STORAGE alongside COPY GL-ACCOUNTS-SELECT /
      *> GL-ACCOUNTS-FD.
01 GA-FILE-STATUS PIC X(2).
    88 GA-OK VALUE '00'.
    88 GA-NOT-FOUND VALUE '23'.
