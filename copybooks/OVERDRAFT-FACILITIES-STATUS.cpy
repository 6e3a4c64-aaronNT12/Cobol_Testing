      *> FILE STATUS field for OVERDRAFT-FACILITIES. COPY this into
      *> WORKING-STORAGE alongside COPY OVERDRAFT-FACILITIES-SELECT /
      *> OVERDRAFT-FACILITIES-FD.
01 OD-FILE-STATUS PIC X(2).
    88 OD-OK VALUE '00'.
    88 OD-NOT-FOUND VALUE '23'.
