    MOVE JS-RECORDS-READ TO JL-READ-COUNT
    MOVE JS-RECORDS-WRITTEN TO JL-WRITTEN-COUNT
    MOVE JS-RECORDS-REJECTED TO JL-REJECTED-COUNT
    MOVE JS-RECORDS-SELECTED TO JL-SELECTED-COUNT
    MOVE JS-RECORDS-OMITTED TO JL-OMITTED-COUNT
    WRITE JOB-LOG-RECORD
    CLOSE JOB-LOG.
