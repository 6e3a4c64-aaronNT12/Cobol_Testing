      *> FILE-CONTROL entry for the pay calendar master: one record per
      *> pay period per pay frequency, keyed on the frequency and the
      *> period-end date, with the date the period is paid. Kept by
      *> PAY-CALENDAR-MAINT, read by SeniorTestProgram to decide whose
      *> pay falls due on the run date and by BUDGET-VARIANCE to count
      *> real pay dates. COPY this into FILE-CONTROL; the FILE STATUS
      *> target comes from PAY-CALENDAR-STATUS.cpy.
    SELECT PAY-CALENDAR ASSIGN TO 'PAY-CALENDAR.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PY-KEY
        FILE STATUS IS PY-FILE-STATUS.
