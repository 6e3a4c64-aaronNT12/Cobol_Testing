      *> Scratch fields for the shared pay-frequency paragraph. COPY
      *> this into WORKING-STORAGE. Set PF-FREQUENCY from the employee
      *> record's pay frequency and PERFORM SET-PAY-FREQUENCY: the
      *> number of pay periods in a year and the frequency's name come
      *> back in PF-PERIODS-PER-YEAR and PF-DESCRIPTION. A blank
      *> frequency (records from before it was kept) is monthly.
01 PF-FREQUENCY PIC X.
    88 PF-VALID-FREQUENCY VALUE 'M' 'S' 'B' 'W' ' '.
01 PF-PERIODS-PER-YEAR PIC 9(3).
01 PF-DESCRIPTION PIC X(12).
