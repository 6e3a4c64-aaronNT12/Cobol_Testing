      *> Scratch fields for the shared job-schedule edit. COPY this
      *> into WORKING-STORAGE alongside the JOB-SCHEDULE copybooks.
      *> With a job in JOB-SCHEDULE-RECORD, PERFORM EDIT-JOB-ENTRY:
      *> JE-ENTRY-VALID says whether it may run, and when not,
      *> JE-REASON says why.
01 JE-RESULT-FLAG PIC X.
    88 JE-ENTRY-VALID VALUE 'Y'.
01 JE-REASON PIC X(40).
01 JE-TEXT PIC X(80).
01 JE-TEXT-LENGTH PIC 9(2).
01 JE-CHAR-SUB PIC 9(2).
01 JE-CHAR PIC X.
01 JE-CHAR-CLASS PIC X.
    88 JE-NAME-CHARS VALUE 'N'.
    88 JE-PROGRAM-CHARS VALUE 'P'.
    88 JE-SETTING-CHARS VALUE 'E'.
01 JE-TEXT-FLAG PIC X.
    88 JE-TEXT-CLEAN VALUE 'Y'.
01 JE-SETTING-STATE PIC X.
    88 JE-BETWEEN-WORDS VALUE 'B'.
    88 JE-IN-NAME VALUE 'N'.
    88 JE-IN-VALUE VALUE 'V'.
