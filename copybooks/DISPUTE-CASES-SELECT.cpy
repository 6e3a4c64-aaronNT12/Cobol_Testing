      *> FILE-CONTROL entry for the customer dispute case file: one
      *> record per disputed posted item, keyed by the AH-KEY of the
      *> ACCOUNT-HISTORY row the customer disputes. Opened and worked
      *> in DISPUTE-MAINT, posted and aged nightly by DISPUTE-AGING,
      *> and closed by RETURNS-PROCESS when an upheld case's item is
      *> reversed. COPY this into FILE-CONTROL; the FILE STATUS target
      *> comes from DISPUTE-CASES-STATUS.cpy.
    SELECT DISPUTE-CASES ASSIGN TO 'DISPUTE-CASES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DP-KEY
        FILE STATUS IS DP-FILE-STATUS.
