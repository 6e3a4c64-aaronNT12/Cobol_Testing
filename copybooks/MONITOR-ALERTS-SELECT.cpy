      *> FILE-CONTROL entry for the transaction-monitoring alert file:
      *> one record per alert raised by TRANSACTION-MONITOR's nightly
      *> pass over ACCOUNT-HISTORY, keyed on the date it was raised plus
      *> a sequence within that date. Compliance works the alerts and
      *> records a disposition on each through ALERT-DISPOSITION.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> MONITOR-ALERTS-STATUS.cpy.
    SELECT MONITOR-ALERTS ASSIGN TO 'MONITOR-ALERTS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MA-KEY
        FILE STATUS IS MA-FILE-STATUS.
