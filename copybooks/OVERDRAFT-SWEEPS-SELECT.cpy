      *> FILE-CONTROL entry for the overdraft sweep log: one line per
      *> automatic covering transfer BANK-TRANSACTION made from a
      *> funding account, appended (opened EXTEND) night after night.
      *> CUSTOMER-NOTICES reads the day's lines to tell both account
      *> holders. COPY this into FILE-CONTROL; the FILE STATUS target
      *> is the shared FS-STATUS-CODE from FILE-STATUS-FIELDS.cpy.
    SELECT OPTIONAL OVERDRAFT-SWEEPS ASSIGN TO 'OVERDRAFT-SWEEPS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS-CODE.
