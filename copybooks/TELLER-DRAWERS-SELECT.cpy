      *> FILE-CONTROL entry for the teller drawer sessions file: one
      *> record per cash drawer session, opened with its float when a
      *> signed-on teller starts capturing in TELLER-CAPTURE and closed
      *> there with the counted cash. TELLER-BALANCE reports each night's
      *> sessions and journals the overs and shorts. COPY this into
      *> FILE-CONTROL; the FILE STATUS target comes from
      *> TELLER-DRAWERS-STATUS.cpy.
    SELECT TELLER-DRAWERS ASSIGN TO 'TELLER-DRAWERS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DW-KEY
        FILE STATUS IS DW-FILE-STATUS.
