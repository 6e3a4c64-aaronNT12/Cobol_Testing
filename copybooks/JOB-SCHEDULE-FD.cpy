      *> Record layout for the job-schedule master. COPY this into
      *> FILE SECTION alongside COPY JOB-SCHEDULE-SELECT.
      *> JB-ENVIRONMENT holds the NAME=VALUE settings the job runs with,
      *> blank-separated, exactly as they would be written in front of
      *> the step in nightly-batch.sh. The frequency rules are read
      *> against BUSINESS-CALENDAR.DAT:
      *>   BD  every business day
      *>   MF  first business day of the month
      *>   ML  last business day of the month
      *>   MD  day JB-RULE-DAY of the month
      *>   QF  first business day of the quarter
      *>   QL  last business day of the quarter
      *>   YF  first business day of the year
      *>   YL  last business day of the year
      *>   YD  day JB-RULE-DAY of month JB-RULE-MONTH, once a year
      *>   WD  weekday JB-RULE-DAY each week (1 = Monday, 7 = Sunday)
      *> A fixed day (MD, YD, WD) that is not a business day runs on
      *> the next business day; a day past the end of a short month
      *> means its last day. Jobs due the same night run in
      *> JB-RUN-ORDER, then by name. A suspended job ('S') stays on
      *> file but is never due.
FD JOB-SCHEDULE.
01 JOB-SCHEDULE-RECORD.
    05 JB-JOB-NAME PIC X(30).
    05 JB-PROGRAM PIC X(30).
    05 JB-ENVIRONMENT PIC X(80).
    05 JB-FREQUENCY PIC X(2).
        88 JB-EVERY-BUSINESS-DAY VALUE 'BD'.
        88 JB-MONTH-FIRST VALUE 'MF'.
        88 JB-MONTH-LAST VALUE 'ML'.
        88 JB-MONTH-DAY VALUE 'MD'.
        88 JB-QUARTER-FIRST VALUE 'QF'.
        88 JB-QUARTER-LAST VALUE 'QL'.
        88 JB-YEAR-FIRST VALUE 'YF'.
        88 JB-YEAR-LAST VALUE 'YL'.
        88 JB-YEAR-DAY VALUE 'YD'.
        88 JB-WEEK-DAY VALUE 'WD'.
        88 JB-FREQUENCY-VALID VALUE 'BD' 'MF' 'ML' 'MD' 'QF' 'QL'
            'YF' 'YL' 'YD' 'WD'.
    05 JB-RULE-DAY PIC 9(2).
    05 JB-RULE-MONTH PIC 9(2).
    05 JB-RUN-ORDER PIC 9(3).
    05 JB-STATUS PIC X.
        88 JB-ACTIVE VALUE 'A'.
        88 JB-SUSPENDED VALUE 'S'.
    05 JB-MAINTAINED-BY PIC X(8).
    05 JB-MAINTAINED-DATE PIC 9(8).
