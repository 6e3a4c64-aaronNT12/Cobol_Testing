      *> FILE-CONTROL entry for the benefit plan master (health,
      *> dental, pension, life), kept by BENEFIT-MAINT and read by
      *> SeniorTestProgram to price each enrolled plan every pay run.
      *> COPY this into FILE-CONTROL; the FILE STATUS target comes
      *> from BENEFIT-PLANS-STATUS.cpy.
    SELECT BENEFIT-PLANS ASSIGN TO 'BENEFIT-PLANS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-PLAN-CODE
        FILE STATUS IS BP-FILE-STATUS.
