      *> FILE-CONTROL entry for the maker-checker approval queue: one
      *> record per sensitive change waiting for a second pair of
      *> eyes. Makers (PARAM-MAINT, ACCOUNT-MAINT, AR-WRITEOFF) write
      *> pending records instead of applying; APPROVAL-QUEUE is where a
      *> second operator applies or rejects them. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> PENDING-APPROVALS-STATUS.cpy.
    SELECT PENDING-APPROVALS ASSIGN TO 'PENDING-APPROVALS.DAT'
