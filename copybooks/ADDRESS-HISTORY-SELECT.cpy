      *> FILE-CONTROL entry for the dated customer address history: one
      *> row per change to a customer's address or mail-handling flag,
      *> keyed customer / date / sequence so a customer's rows read back
      *> in date order. Written by ADDRESS-CHANGES (change-of-address
      *> file and returned mail) and CUSTOMER-MAINT (clerk corrections)
      *> through the shared LOG-ADDRESS-HISTORY paragraph. COPY this
      *> into FILE-CONTROL; the FILE STATUS target comes from
      *> ADDRESS-HISTORY-STATUS.cpy.
    SELECT ADDRESS-HISTORY ASSIGN TO 'ADDRESS-HISTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAH-KEY
        FILE STATUS IS CAH-FILE-STATUS.
