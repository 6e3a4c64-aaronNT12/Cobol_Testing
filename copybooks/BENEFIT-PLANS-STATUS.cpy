      *> FILE STATUS field for BENEFIT-PLANS. COPY this into
      *> WORKING-STORAGE alongside COPY BENEFIT-PLANS-SELECT /
      *> BENEFIT-PLANS-FD.
01 BP-FILE-STATUS PIC X(2).
    88 BP-OK VALUE '00'.
    88 BP-NOT-FOUND VALUE '23'.
