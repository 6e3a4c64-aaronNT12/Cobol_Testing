      *> Shared edit of a job-schedule entry. COPY this into PROCEDURE
      *> DIVISION (see JOB-SCHEDULE-EDIT-FIELDS.cpy for the calling
      *> convention). JOB-SCHEDULE-MAINT edits an entry before filing
      *> it and JOB-SCHEDULER edits it again before writing it into the
      *> night's steps, since the step name, program and settings end
      *> up on a shell command line: only letters, digits and a few
      *> punctuation marks are let through, never a quote or anything
      *> else the shell would act on.
EDIT-JOB-ENTRY.
    MOVE 'N' TO JE-RESULT-FLAG
    MOVE SPACES TO JE-REASON
    IF JB-JOB-NAME = SPACES
        MOVE 'JOB NAME IS BLANK' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE JB-JOB-NAME TO JE-TEXT
    MOVE 30 TO JE-TEXT-LENGTH
    SET JE-NAME-CHARS TO TRUE
    PERFORM CHECK-JOB-TEXT
    IF NOT JE-TEXT-CLEAN
        MOVE 'JOB NAME HAS A CHARACTER NOT ALLOWED' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF JB-PROGRAM = SPACES OR JB-PROGRAM(1:1) = SPACE
        MOVE 'PROGRAM IS BLANK' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE JB-PROGRAM TO JE-TEXT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(JB-PROGRAM TRAILING))
        TO JE-TEXT-LENGTH
    SET JE-PROGRAM-CHARS TO TRUE
    PERFORM CHECK-JOB-TEXT
    IF NOT JE-TEXT-CLEAN
        MOVE 'PROGRAM NAME HAS A CHARACTER NOT ALLOWED' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE JB-ENVIRONMENT TO JE-TEXT
    MOVE 80 TO JE-TEXT-LENGTH
    SET JE-SETTING-CHARS TO TRUE
    PERFORM CHECK-JOB-TEXT
    IF NOT JE-TEXT-CLEAN
        MOVE 'SETTINGS HAVE A CHARACTER NOT ALLOWED' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-JOB-SETTINGS
    IF NOT JE-TEXT-CLEAN
        MOVE 'SETTINGS MUST BE NAME=VALUE WORDS' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF NOT JB-FREQUENCY-VALID
        MOVE 'FREQUENCY RULE NOT KNOWN' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF (JB-MONTH-DAY OR JB-YEAR-DAY)
        AND (JB-RULE-DAY < 1 OR JB-RULE-DAY > 31)
        MOVE 'RULE DAY MUST BE 1-31' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF JB-YEAR-DAY AND (JB-RULE-MONTH < 1 OR JB-RULE-MONTH > 12)
        MOVE 'RULE MONTH MUST BE 1-12' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF JB-WEEK-DAY AND (JB-RULE-DAY < 1 OR JB-RULE-DAY > 7)
        MOVE 'RULE WEEKDAY MUST BE 1-7' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    IF NOT JB-ACTIVE AND NOT JB-SUSPENDED
        MOVE 'STATUS MUST BE A OR S' TO JE-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO JE-RESULT-FLAG.

      *> the first JE-TEXT-LENGTH characters of JE-TEXT against the
      *> class asked for: a name may carry blanks and - _ . / ; a
      *> program name (checked to its last character, so no embedded
      *> blank) only - and _ ; settings blanks and - _ . =
CHECK-JOB-TEXT.
    MOVE 'Y' TO JE-TEXT-FLAG
    PERFORM VARYING JE-CHAR-SUB FROM 1 BY 1
        UNTIL JE-CHAR-SUB > JE-TEXT-LENGTH OR NOT JE-TEXT-CLEAN
        MOVE JE-TEXT(JE-CHAR-SUB:1) TO JE-CHAR
        EVALUATE TRUE
            WHEN JE-CHAR IS ALPHABETIC-UPPER AND JE-CHAR NOT = SPACE
                CONTINUE
            WHEN JE-CHAR IS ALPHABETIC-LOWER AND JE-CHAR NOT = SPACE
                CONTINUE
            WHEN JE-CHAR IS NUMERIC
                CONTINUE
            WHEN JE-CHAR = '-' OR JE-CHAR = '_'
                CONTINUE
            WHEN JE-CHAR = SPACE AND NOT JE-PROGRAM-CHARS
                CONTINUE
            WHEN (JE-CHAR = '.' OR JE-CHAR = '/') AND JE-NAME-CHARS
                CONTINUE
            WHEN (JE-CHAR = '.' OR JE-CHAR = '=')
                AND JE-SETTING-CHARS
                CONTINUE
            WHEN OTHER
                MOVE 'N' TO JE-TEXT-FLAG
        END-EVALUATE
    END-PERFORM.

      *> the settings are blank-separated NAME=VALUE words: the name
      *> starts with a capital or _ and goes on in capitals, digits and
      *> _ up to its =, and the value runs to the next blank. A word
      *> with no = (or an = with no name) would reach the shell as a
      *> command of its own, so it fails the entry.
CHECK-JOB-SETTINGS.
    MOVE 'Y' TO JE-TEXT-FLAG
    SET JE-BETWEEN-WORDS TO TRUE
    PERFORM VARYING JE-CHAR-SUB FROM 1 BY 1
        UNTIL JE-CHAR-SUB > 80 OR NOT JE-TEXT-CLEAN
        MOVE JB-ENVIRONMENT(JE-CHAR-SUB:1) TO JE-CHAR
        EVALUATE TRUE
            WHEN JE-BETWEEN-WORDS AND JE-CHAR = SPACE
                CONTINUE
            WHEN JE-BETWEEN-WORDS
                IF (JE-CHAR IS ALPHABETIC-UPPER AND JE-CHAR NOT = SPACE)
                    OR JE-CHAR = '_'
                    SET JE-IN-NAME TO TRUE
                ELSE
                    MOVE 'N' TO JE-TEXT-FLAG
                END-IF
            WHEN JE-IN-NAME AND JE-CHAR = '='
                SET JE-IN-VALUE TO TRUE
            WHEN JE-IN-NAME
                IF (JE-CHAR IS ALPHABETIC-UPPER AND JE-CHAR NOT = SPACE)
                    OR JE-CHAR IS NUMERIC OR JE-CHAR = '_'
                    CONTINUE
                ELSE
                    MOVE 'N' TO JE-TEXT-FLAG
                END-IF
            WHEN JE-CHAR = SPACE
                SET JE-BETWEEN-WORDS TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    IF JE-IN-NAME
        MOVE 'N' TO JE-TEXT-FLAG
    END-IF.
