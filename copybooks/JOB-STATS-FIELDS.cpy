      *> name) and PERFORM START-JOB-STATS right after the run's files are
      *> opened. Keep JS-RECORDS-READ/WRITTEN/REJECTED current as the run
      *> progresses, then PERFORM END-JOB-STATS right before STOP RUN/
      *> GOBACK (see JOB-STATS-WRITE.cpy). A run that filters its input
      *> also keeps JS-RECORDS-SELECTED/OMITTED, so a filtered extract
      *> can be reconciled back to what was read; elsewhere they stay
      *> zero.
01 JS-CALLING-PROGRAM PIC X(21).
01 JS-RUN-START-TIME PIC X(06).
01 JS-RECORDS-READ PIC 9(07) VALUE ZERO.
01 JS-RECORDS-WRITTEN PIC 9(07) VALUE ZERO.
01 JS-RECORDS-REJECTED PIC 9(07) VALUE ZERO.
01 JS-RECORDS-SELECTED PIC 9(07) VALUE ZERO.
01 JS-RECORDS-OMITTED PIC 9(07) VALUE ZERO.
