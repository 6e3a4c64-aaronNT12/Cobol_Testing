      *> FILE STATUS field for TAX-EXEMPTIONS. COPY this into
      *> WORKING-STORAGE alongside COPY TAX-EXEMPTIONS-SELECT /
      *> TAX-EXEMPTIONS-FD.
01 TX-FILE-STATUS PIC X(2).
    88 TX-OK VALUE '00'.
    88 TX-NOT-FOUND VALUE '23'.
