    05 JL-WRITTEN-COUNT PIC 9(07).
    05 FILLER PIC X(01) VALUE SPACE.
    05 JL-REJECTED-COUNT PIC 9(07).
    05 FILLER PIC X(01) VALUE SPACE.
    05 JL-SELECTED-COUNT PIC 9(07).
    05 FILLER PIC X(01) VALUE SPACE.
    05 JL-OMITTED-COUNT PIC 9(07).
