      *> Shared accumulator-update paragraph. COPY this into PROCEDURE
      *> DIVISION and PERFORM NOTE-DAILY-POSTING straight after each
      *> successful WRITE of ACCOUNT-HISTORY-RECORD, while the AH-
      *> fields still hold the row just written: its debit is added to
      *> the account's total for the row's posting date and its type /
      *> amount pair is fingerprinted for that date.
NOTE-DAILY-POSTING.
    IF DAILY-POSTINGS-AVAILABLE
        MOVE AH-ACCOUNT-NO TO DY-ACCOUNT-NO
        MOVE AH-POST-DATE TO DY-POST-DATE
        MOVE 'Y' TO DY-RECORD-FLAG
        READ DAILY-POSTINGS
            INVALID KEY
                MOVE 'N' TO DY-RECORD-FLAG
                MOVE AH-ACCOUNT-NO TO DY-ACCOUNT-NO
                MOVE AH-POST-DATE TO DY-POST-DATE
                MOVE ZERO TO DY-DEBIT-TOTAL
                MOVE ZERO TO DY-FINGERPRINT-COUNT
                MOVE 'N' TO DY-OVERFLOW-FLAG
                PERFORM VARYING DY-FP-SUB FROM 1 BY 1
                    UNTIL DY-FP-SUB > DY-FP-MAX
                    MOVE SPACE TO DY-FP-TYPE(DY-FP-SUB)
                    MOVE ZERO TO DY-FP-AMOUNT(DY-FP-SUB)
                END-PERFORM
        END-READ
        IF AH-DEBIT
            ADD AH-AMOUNT TO DY-DEBIT-TOTAL
        END-IF
        MOVE 'N' TO DY-MATCH-FLAG
        PERFORM VARYING DY-FP-SUB FROM 1 BY 1
            UNTIL DY-FP-SUB > DY-FINGERPRINT-COUNT
                OR DY-FINGERPRINT-MATCHED
            IF DY-FP-TYPE(DY-FP-SUB) = AH-TYPE
                AND DY-FP-AMOUNT(DY-FP-SUB) = AH-AMOUNT
                SET DY-FINGERPRINT-MATCHED TO TRUE
            END-IF
        END-PERFORM
        IF NOT DY-FINGERPRINT-MATCHED
            IF DY-FINGERPRINT-COUNT < DY-FP-MAX
                ADD 1 TO DY-FINGERPRINT-COUNT
                MOVE AH-TYPE TO DY-FP-TYPE(DY-FINGERPRINT-COUNT)
                MOVE AH-AMOUNT TO DY-FP-AMOUNT(DY-FINGERPRINT-COUNT)
            ELSE
                SET DY-FINGERPRINTS-FULL TO TRUE
            END-IF
        END-IF
        IF DY-RECORD-ON-FILE
            REWRITE DAILY-POSTINGS-RECORD
            MOVE 'REWRITE DAILY-POSTINGS' TO FS-LAST-OPERATION
        ELSE
            WRITE DAILY-POSTINGS-RECORD
            MOVE 'WRITE DAILY-POSTINGS' TO FS-LAST-OPERATION
        END-IF
        PERFORM CHECK-FILE-STATUS
    END-IF.
