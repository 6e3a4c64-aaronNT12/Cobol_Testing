      *> FILE-CONTROL entry for the state-code reference table the
      *> address parse validates against (see ADDRESS-PARSE.cpy). Read
      *> once into a table by Load-State-Codes; with no file on hand
      *> the state check is skipped. COPY this into FILE-CONTROL; the
      *> FILE STATUS target comes from STATE-CODES-STATUS.cpy.
    SELECT STATE-CODES-FILE ASSIGN TO 'STATE-CODES.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SC-FILE-STATUS.
