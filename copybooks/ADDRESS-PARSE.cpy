      *> Shared address parse and state/zip validation, lifted out of
      *> ADDRESS-PARSER. COPY this into PROCEDURE DIVISION (see
      *> ADDRESS-PARSE-FIELDS.cpy for the calling convention).
      *>
      *> splits Address-To-Parse on comma or slash into Segment-Table,
      *> counting how many segments actually showed up, maps them onto
      *> the address fields and validates state and zip; a line of the
      *> wrong shape or failing either check comes back not valid with
      *> the reason in Exception-Reason
Parse-Address-Text.
    MOVE 'N' TO Address-Valid-Switch
    MOVE SPACES TO Segment-Table
    MOVE ZERO TO Segment-Count
    MOVE 1 TO ptr-1
    MOVE 'N' TO More-Fields-Switch
    UNSTRING Address-To-Parse
        DELIMITED BY "," OR "/"
        INTO
            Segment-Entry(1) DELIMITER D1 COUNT C1
            Segment-Entry(2) DELIMITER D2 COUNT C2
            Segment-Entry(3) DELIMITER D3 COUNT C3
            Segment-Entry(4) DELIMITER D4 COUNT C4
            Segment-Entry(5) DELIMITER D5 COUNT C5
            Segment-Entry(6)
        WITH POINTER ptr-1
        TALLYING IN Segment-Count
        ON OVERFLOW
            SET more-fields TO TRUE
    END-UNSTRING
    IF more-fields OR Segment-Count > 5 OR Segment-Count < 3
        MOVE 'BAD SEGMENT SHAPE' TO Exception-Reason
    ELSE
        PERFORM Map-Address-Segments
        PERFORM Validate-State-And-Zip
        IF State-Is-Valid AND Zip-Is-Valid
            MOVE 'Y' TO Address-Valid-Switch
        END-IF
    END-IF.

      *> the two-character state has to be on the reference table (when
      *> the table file is present), and the zip has to look like a
      *> zip: five or nine digits, or blank only on the international
      *> 3-segment form
Validate-State-And-Zip.
    MOVE 'Y' TO State-Valid-Switch
    IF State-Count > ZERO
        MOVE 'N' TO State-Valid-Switch
        PERFORM VARYING State-Sub FROM 1 BY 1
            UNTIL State-Sub > State-Count
            IF ST-Code(State-Sub) = State
                MOVE 'Y' TO State-Valid-Switch
            END-IF
        END-PERFORM
    END-IF
    IF NOT State-Is-Valid
        MOVE 'UNKNOWN STATE' TO Exception-Reason
    END-IF
    MOVE 'N' TO Zip-Valid-Switch
    MOVE FUNCTION TRIM(Zip-Code) TO Trimmed-Zip
    EVALUATE TRUE
        WHEN Trimmed-Zip = SPACES AND Segment-Count = 3
            MOVE 'Y' TO Zip-Valid-Switch
        WHEN Trimmed-Zip(1:5) IS NUMERIC
            AND Trimmed-Zip(6:5) = SPACES
            MOVE 'Y' TO Zip-Valid-Switch
        WHEN Trimmed-Zip(1:9) IS NUMERIC
            AND Trimmed-Zip(10:1) = SPACE
            MOVE 'Y' TO Zip-Valid-Switch
    END-EVALUATE
    IF State-Is-Valid AND NOT Zip-Is-Valid
        MOVE 'BAD ZIP PATTERN' TO Exception-Reason
    END-IF.

      *> same table-load pattern as searchlinear's TAXRATE.DAT; with no
      *> reference file on hand the state check is skipped, as before
      *> the file existed
Load-State-Codes.
    OPEN INPUT STATE-CODES-FILE
    IF NOT SC-OK
        DISPLAY 'STATE-CODES.DAT not available - '
            'state codes are not validated'
        CLOSE STATE-CODES-FILE
        GO TO Load-State-Codes-Exit
    END-IF
    READ STATE-CODES-FILE
        AT END SET End-Of-States TO TRUE
    END-READ
    PERFORM UNTIL End-Of-States
        IF State-Count < 100
            ADD 1 TO State-Count
            MOVE SC-CODE TO ST-Code(State-Count)
        ELSE
            DISPLAY 'state table full, discarding code: ' SC-CODE
        END-IF
        READ STATE-CODES-FILE
            AT END SET End-Of-States TO TRUE
        END-READ
    END-PERFORM
    CLOSE STATE-CODES-FILE.
    Load-State-Codes-Exit.
    EXIT.

      *> lines up the trimmed segments onto Street-Address/Apt-Number/
      *> City/State/Zip-Code depending on how many segments the line
      *> actually had: 5 is the full form, 4 is missing either the
      *> apartment or the zip (told apart by whether the last segment
      *> looks numeric), and 3 is a bare Street/City/State
      *> international address with neither
Map-Address-Segments.
    MOVE SPACES TO Street-Address Apt-Number City State Zip-Code
    EVALUATE Segment-Count
        WHEN 5
            MOVE Segment-Entry(1) TO Street-Address
            MOVE Segment-Entry(2) TO Apt-Number
            MOVE Segment-Entry(3) TO City
            MOVE Segment-Entry(4) TO State
            MOVE Segment-Entry(5) TO Zip-Code
        WHEN 4
            IF FUNCTION TRIM(Segment-Entry(4)) IS NUMERIC
                MOVE Segment-Entry(1) TO Street-Address
                MOVE Segment-Entry(2) TO City
                MOVE Segment-Entry(3) TO State
                MOVE Segment-Entry(4) TO Zip-Code
            ELSE
                MOVE Segment-Entry(1) TO Street-Address
                MOVE Segment-Entry(2) TO Apt-Number
                MOVE Segment-Entry(3) TO City
                MOVE Segment-Entry(4) TO State
            END-IF
        WHEN 3
            MOVE Segment-Entry(1) TO Street-Address
            MOVE Segment-Entry(2) TO City
            MOVE Segment-Entry(3) TO State
        WHEN OTHER
            SET more-fields TO TRUE
    END-EVALUATE.
