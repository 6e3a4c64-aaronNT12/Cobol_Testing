      *> Record layout for the pay calendar master. COPY this into
      *> FILE SECTION alongside COPY PAY-CALENDAR-SELECT. PY-FREQUENCY
      *> is the employee's EmployeePayFrequency ('M' monthly, 'S'
      *> semi-monthly, 'B' biweekly, 'W' weekly). PY-PAY-DATE is always
      *> a business day on BUSINESS-CALENDAR.DAT - a scheduled date
      *> that lands on a weekend or holiday is brought back to the
      *> business day before it, PY-SCHEDULED-DATE keeping the date it
      *> was moved from. PY-PAID-DATE is stamped by the pay run that
      *> paid the period (zero = not paid yet).
FD PAY-CALENDAR.
01 PAY-CALENDAR-RECORD.
    05 PY-KEY.
        10 PY-FREQUENCY PIC X.
            88 PY-MONTHLY VALUE 'M'.
            88 PY-SEMI-MONTHLY VALUE 'S'.
            88 PY-BIWEEKLY VALUE 'B'.
            88 PY-WEEKLY VALUE 'W'.
            88 PY-VALID-FREQUENCY VALUE 'M' 'S' 'B' 'W'.
        10 PY-PERIOD-END PIC 9(8).
    05 PY-PERIOD-START PIC 9(8).
    05 PY-SCHEDULED-DATE PIC 9(8).
    05 PY-PAY-DATE PIC 9(8).
    05 PY-PAID-DATE PIC 9(8).
