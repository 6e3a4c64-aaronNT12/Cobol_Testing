      *> FILE-CONTROL entry for the arranged overdraft facilities
      *> master: one record per account that may be drawn below zero,
      *> with the arranged limit and the date the facility lapses.
      *> Changed only through the dual-control approval queue
      *> (ACCOUNT-MAINT requests, APPROVAL-QUEUE applies), consulted by
      *> BANK-TRANSACTION before an overdrawing debit tries the sweep
      *> or suspense, and reported daily by OD-FACILITY-REPORT.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes from
      *> OVERDRAFT-FACILITIES-STATUS.cpy.
    SELECT OVERDRAFT-FACILITIES ASSIGN TO 'OVERDRAFT-FACILITIES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OD-ACCOUNT-NO
        FILE STATUS IS OD-FILE-STATUS.
