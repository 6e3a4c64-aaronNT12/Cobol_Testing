      *> FILE-CONTROL entry for the benefit enrollments, one record
      *> per employee per plan, kept by BENEFIT-MAINT and read by
      *> SeniorTestProgram. COPY this into FILE-CONTROL; the FILE
      *> STATUS target comes from BENEFIT-ENROLL-STATUS.cpy.
    SELECT BENEFIT-ENROLL ASSIGN TO 'BENEFIT-ENROLL.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BE-ENROLL-KEY
        FILE STATUS IS BE-FILE-STATUS.
