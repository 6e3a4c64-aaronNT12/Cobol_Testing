      *> FILE STATUS field for PRODUCT-CATALOG. COPY this into
      *> WORKING-STORAGE alongside COPY PRODUCT-CATALOG-SELECT /
      *> PRODUCT-CATALOG-FD.
01 PC-FILE-STATUS PIC X(2).
    88 PC-OK VALUE '00'.
    88 PC-NOT-FOUND VALUE '23'.
