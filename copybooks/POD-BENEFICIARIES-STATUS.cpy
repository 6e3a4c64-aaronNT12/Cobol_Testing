      *> FILE STATUS field for POD-BENEFICIARIES. COPY this into
      *> WORKING-STORAGE alongside COPY POD-BENEFICIARIES-SELECT /
      *> POD-BENEFICIARIES-FD.
01 BN-FILE-STATUS PIC X(2).
    88 BN-OK VALUE '00'.
    88 BN-NOT-FOUND VALUE '23'.
