      *> FILE STATUS field for EXTERNAL-PAYEES. COPY this into
      *> WORKING-STORAGE alongside COPY EXTERNAL-PAYEES-SELECT /
      *> EXTERNAL-PAYEES-FD.
01 XP-FILE-STATUS PIC X(2).
    88 XP-OK VALUE '00'.
    88 XP-NOT-FOUND VALUE '23'.
