      *> FILE-CONTROL entry for the loan amortization schedule: one
      *> record per installment of every booked loan, keyed loan number
      *> / installment number so a START at (loan, 0) walks a loan's
      *> schedule in due order. Written at booking by LOAN-MAINT and
      *> marked presented / paid / missed by LOAN-INSTALLMENTS. COPY
      *> this into FILE-CONTROL; the FILE STATUS target comes from
      *> LOAN-SCHEDULE-STATUS.cpy.
    SELECT LOAN-SCHEDULE ASSIGN TO 'LOAN-SCHEDULE.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-KEY
        FILE STATUS IS LS-FILE-STATUS.
