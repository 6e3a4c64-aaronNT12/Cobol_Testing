      *> FILE-CONTROL entry for the per-employee leave master, common
      *> to SeniorTestProgram (which accrues vacation and sick leave
      *> every pay run and prints the balances on the payslip) and
      *> LEAVE-PROCESS (which deducts the leave-request feed, applies
      *> the year-end carry-over cap and values the untaken leave).
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes
      *> from LEAVE-MASTER-STATUS.cpy.
    SELECT LEAVE-MASTER ASSIGN TO 'LEAVE-MASTER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-EMPLOYEE-ID
        FILE STATUS IS LV-FILE-STATUS.
