      *> FILE-CONTROL entry for the benefit deduction register: every
      *> pay run appends one record per employee per plan priced, and
      *> BENEFIT-REMIT totals a month of it by provider. COPY this
      *> into FILE-CONTROL.
    SELECT OPTIONAL BENEFIT-DEDUCTIONS
        ASSIGN TO 'BENEFIT-DEDUCTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
