      *> FILE STATUS field for FX-RATES. COPY this into
      *> WORKING-STORAGE alongside COPY FX-RATES-SELECT / FX-RATES-FD.
01 FX-FILE-STATUS PIC X(2).
    88 FX-OK VALUE '00'.
    88 FX-NOT-FOUND VALUE '23'.
