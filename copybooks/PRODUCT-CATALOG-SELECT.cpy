      *> FILE-CONTROL entry for the account product catalog: one record
      *> per product sold (basic chequing, premium chequing, savings...)
      *> keyed by the product code an account carries in
      *> AM-PRODUCT-CODE. Kept by PRODUCT-MAINT; read by ACCOUNT-MAINT
      *> at opening, by INTEREST-ACCRUAL for the product's interest
      *> schedule, by BANK-TRANSACTION for its default daily limits and
      *> by PRODUCT-FEES for the monthly charges. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> PRODUCT-CATALOG-STATUS.cpy.
    SELECT PRODUCT-CATALOG ASSIGN TO 'PRODUCT-CATALOG.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-PRODUCT-CODE
        FILE STATUS IS PC-FILE-STATUS.
