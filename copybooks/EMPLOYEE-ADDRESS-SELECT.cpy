      *> FILE-CONTROL entry for the employee home-address master, kept
      *> by EMPLOYEE-MAINT and read by TAX-SLIPS to mail the year-end
      *> slips. COPY this into FILE-CONTROL; the FILE STATUS target
      *> comes from EMPLOYEE-ADDRESS-STATUS.cpy.
    SELECT EMPLOYEE-ADDRESS ASSIGN TO 'EMPLOYEE-ADDRESS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EA-EMPLOYEE-ID
        FILE STATUS IS EA-FILE-STATUS.
