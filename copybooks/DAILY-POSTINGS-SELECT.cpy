      *> FILE-CONTROL entry for the posting accumulator: one record per
      *> account per posting day holding that day's debit total and the
      *> type/amount fingerprints of what posted, kept in step with
      *> ACCOUNT-HISTORY by every program that writes a history row
      *> (BANK-TRANSACTION, RETURNS-PROCESS). The posting run's daily
      *> limit and duplicate screens read it instead of walking the
      *> history. COPY this into FILE-CONTROL; the FILE STATUS target
      *> is the shared FS-STATUS-CODE from FILE-STATUS-FIELDS.cpy.
    SELECT DAILY-POSTINGS ASSIGN TO 'DAILY-POSTINGS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DY-KEY
        FILE STATUS IS FS-STATUS-CODE.
