      *> FILE-CONTROL entry for the permanent taxed-sales history. The
      *> SALES.DAT tax batch (searchlinear) writes every sale it taxes
      *> here as well as on the run's own SALES-TAXED.DAT, which it
      *> starts over each run; SALES-ANALYSIS reads the history so the
      *> same month last year and the year to date are all there. COPY
      *> this into FILE-CONTROL; the FILE STATUS target comes from
      *> SALES-HISTORY-STATUS.cpy.
    SELECT SALES-HISTORY ASSIGN TO 'SALES-TAXED-HISTORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-DOCUMENT-NO
        FILE STATUS IS SH-FILE-STATUS.
