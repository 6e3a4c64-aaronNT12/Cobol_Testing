      *> Scratch fields for NOTE-DAILY-POSTING (see
      *> DAILY-POSTINGS-UPDATE.cpy). COPY this into WORKING-STORAGE.
      *> A program sets DAILY-POSTINGS-AVAILABLE once it has the file
      *> open I-O; with it unset the update does nothing.
01 DY-AVAILABLE-FLAG PIC X VALUE 'N'.
    88 DAILY-POSTINGS-AVAILABLE VALUE 'Y'.
01 DY-RECORD-FLAG PIC X.
    88 DY-RECORD-ON-FILE VALUE 'Y'.
01 DY-MATCH-FLAG PIC X.
    88 DY-FINGERPRINT-MATCHED VALUE 'Y'.
01 DY-FP-SUB PIC 9(2).
01 DY-FP-MAX PIC 9(2) VALUE 20.
