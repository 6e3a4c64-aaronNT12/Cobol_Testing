      *> FILE-CONTROL entry for the dated exchange-rate master: one
      *> record per currency per rate date, keyed currency then date so
      *> a forward pass meets each currency's rates oldest first. Kept
      *> by FX-RATE-MAINT and read by BANK-TRANSACTION to convert
      *> between currencies and value positions in the base currency.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> FX-RATES-STATUS.cpy.
    SELECT FX-RATES ASSIGN TO 'FX-RATES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FX-KEY
        FILE STATUS IS FX-FILE-STATUS.
