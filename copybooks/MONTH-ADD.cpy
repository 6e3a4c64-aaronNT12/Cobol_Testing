      *> Shared month-arithmetic paragraph. COPY this into PROCEDURE
      *> DIVISION (see MONTH-ADD-FIELDS.cpy for the calling
      *> convention). The leap-year test is the same one
      *> STANDING-ORDER-GEN uses to clamp a due day to the month's end.
ADD-MONTHS-TO-DATE.
    MOVE MA-FROM-DATE(1:4) TO MA-YYYY
    MOVE MA-FROM-DATE(5:2) TO MA-MM
    MOVE MA-FROM-DATE(7:2) TO MA-DD
    ADD MA-MONTHS TO MA-MM
    PERFORM UNTIL MA-MM NOT > 12
        SUBTRACT 12 FROM MA-MM
        ADD 1 TO MA-YYYY
    END-PERFORM
    EVALUATE MA-MM
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO MA-MAX-DAY
        WHEN 2
            MOVE 28 TO MA-MAX-DAY
            COMPUTE MA-LEAP-REMAINDER = FUNCTION MOD(MA-YYYY, 4)
            IF MA-LEAP-REMAINDER = ZERO
                COMPUTE MA-LEAP-REMAINDER = FUNCTION MOD(MA-YYYY, 100)
                IF MA-LEAP-REMAINDER NOT = ZERO
                    MOVE 29 TO MA-MAX-DAY
                ELSE
                    COMPUTE MA-LEAP-REMAINDER =
                        FUNCTION MOD(MA-YYYY, 400)
                    IF MA-LEAP-REMAINDER = ZERO
                        MOVE 29 TO MA-MAX-DAY
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO MA-MAX-DAY
    END-EVALUATE
    IF MA-DD > MA-MAX-DAY
        MOVE MA-MAX-DAY TO MA-DD
    END-IF
    COMPUTE MA-RESULT-DATE = MA-YYYY * 10000 + MA-MM * 100 + MA-DD.
