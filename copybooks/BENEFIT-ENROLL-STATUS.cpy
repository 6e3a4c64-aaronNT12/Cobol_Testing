      *> FILE STATUS field for BENEFIT-ENROLL. COPY this into
      *> WORKING-STORAGE alongside COPY BENEFIT-ENROLL-SELECT /
      *> BENEFIT-ENROLL-FD.
01 BE-FILE-STATUS PIC X(2).
    88 BE-OK VALUE '00'.
    88 BE-NOT-FOUND VALUE '23'.
