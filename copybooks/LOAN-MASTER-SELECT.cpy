      *> FILE-CONTROL entry for the installment loan master: one
      *> record per booked loan, keyed on the loan number, naming the
      *> repayment account the installments are debited from. Booked
      *> by LOAN-MAINT and worked nightly by LOAN-INSTALLMENTS. COPY
      *> this into FILE-CONTROL; the FILE STATUS target comes from
      *> LOAN-MASTER-STATUS.cpy.
    SELECT LOAN-MASTER ASSIGN TO 'LOAN-MASTER.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LN-LOAN-NO
        FILE STATUS IS LN-FILE-STATUS.
