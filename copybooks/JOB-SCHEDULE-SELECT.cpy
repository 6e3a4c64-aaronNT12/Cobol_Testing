      *> FILE-CONTROL entry for the job-schedule master: one record per
      *> periodic job the nightly cycle should pick up on its own -
      *> the step name it runs under in RUN-CONTROL, the program, the
      *> environment settings it needs and the calendar rule saying
      *> which nights it is due. Kept by JOB-SCHEDULE-MAINT and read by
      *> JOB-SCHEDULER. COPY this into FILE-CONTROL; the FILE STATUS
      *> target comes from JOB-SCHEDULE-STATUS.cpy.
    SELECT JOB-SCHEDULE ASSIGN TO 'JOB-SCHEDULE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JB-JOB-NAME
        FILE STATUS IS JB-FILE-STATUS.
