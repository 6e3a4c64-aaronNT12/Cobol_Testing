      *> Shared address-history paragraphs, open-use-close like
      *> LOG-CHANGE-HISTORY so batch and interactive callers can mix.
      *> COPY this into PROCEDURE DIVISION (see
      *> ADDRESS-HISTORY-FIELDS.cpy for the calling convention).
NOTE-ADDRESS-BEFORE.
    MOVE CU-STREET TO CAHL-OLD-STREET
    MOVE CU-APT TO CAHL-OLD-APT
    MOVE CU-CITY TO CAHL-OLD-CITY
    MOVE CU-STATE TO CAHL-OLD-STATE
    MOVE CU-ZIP TO CAHL-OLD-ZIP
    MOVE CU-MAIL-FLAG TO CAHL-OLD-MAIL-FLAG.

      *> a second change to the same customer on the same day takes
      *> the next sequence number
LOG-ADDRESS-HISTORY.
    OPEN I-O ADDRESS-HISTORY
    IF NOT CAH-OK
        CLOSE ADDRESS-HISTORY
        OPEN OUTPUT ADDRESS-HISTORY
        CLOSE ADDRESS-HISTORY
        OPEN I-O ADDRESS-HISTORY
    END-IF
    MOVE CU-CUSTOMER-NO TO CAH-CUSTOMER-NO
    MOVE FUNCTION CURRENT-DATE(1:8) TO CAH-CHANGE-DATE
    MOVE ZERO TO CAH-SEQUENCE
    MOVE CAHL-SOURCE TO CAH-SOURCE
    MOVE CAHL-EFFECTIVE-DATE TO CAH-EFFECTIVE-DATE
    MOVE CAHL-OLD-STREET TO CAH-OLD-STREET
    MOVE CAHL-OLD-APT TO CAH-OLD-APT
    MOVE CAHL-OLD-CITY TO CAH-OLD-CITY
    MOVE CAHL-OLD-STATE TO CAH-OLD-STATE
    MOVE CAHL-OLD-ZIP TO CAH-OLD-ZIP
    MOVE CAHL-OLD-MAIL-FLAG TO CAH-OLD-MAIL-FLAG
    MOVE CU-STREET TO CAH-NEW-STREET
    MOVE CU-APT TO CAH-NEW-APT
    MOVE CU-CITY TO CAH-NEW-CITY
    MOVE CU-STATE TO CAH-NEW-STATE
    MOVE CU-ZIP TO CAH-NEW-ZIP
    MOVE CU-MAIL-FLAG TO CAH-NEW-MAIL-FLAG
    MOVE AT-CURRENT-OPERATOR TO CAH-OPERATOR
    MOVE 'N' TO CAHL-WRITTEN-FLAG
    PERFORM UNTIL CAHL-ROW-WRITTEN OR CAH-SEQUENCE = 999
        ADD 1 TO CAH-SEQUENCE
        WRITE ADDRESS-HISTORY-RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CAHL-ROW-WRITTEN TO TRUE
        END-WRITE
    END-PERFORM
    CLOSE ADDRESS-HISTORY.
