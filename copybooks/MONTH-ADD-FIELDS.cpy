      *> Scratch fields for the shared month-arithmetic paragraph. COPY
      *> this into WORKING-STORAGE. Set MA-FROM-DATE (YYYYMMDD) and
      *> MA-MONTHS, PERFORM ADD-MONTHS-TO-DATE, and MA-RESULT-DATE
      *> comes back that many calendar months later on the same day of
      *> month - or on the month's last day when the target month is
      *> shorter (31 January plus one month is 28/29 February).
01 MA-FROM-DATE PIC 9(8).
01 MA-MONTHS PIC 9(3).
01 MA-RESULT-DATE PIC 9(8).
01 MA-YYYY PIC 9(4).
01 MA-MM PIC 9(4).
01 MA-DD PIC 9(2).
01 MA-MAX-DAY PIC 9(2).
01 MA-LEAP-REMAINDER PIC 9(4).
