      *> Record layout for the customer address history. COPY this into
      *> FILE SECTION alongside COPY ADDRESS-HISTORY-SELECT.
      *> CAH-SOURCE says where the change came from: 'C' the postal
      *> change-of-address file, 'R' a forwarding address on returned
      *> mail, 'H' mail held after returned mail with no forwarding
      *> address, 'M' a clerk in CUSTOMER-MAINT. CAH-EFFECTIVE-DATE is
      *> the date the change took effect at the customer's end (the
      *> mover's date, the day the mail came back), CAH-CHANGE-DATE the
      *> day we applied it.
FD ADDRESS-HISTORY.
01 ADDRESS-HISTORY-RECORD.
    05 CAH-KEY.
        10 CAH-CUSTOMER-NO PIC 9(6).
        10 CAH-CHANGE-DATE PIC 9(8).
        10 CAH-SEQUENCE PIC 9(3).
    05 CAH-SOURCE PIC X.
        88 CAH-FROM-POSTAL-CHANGE VALUE 'C'.
        88 CAH-FROM-RETURNED-MAIL VALUE 'R'.
        88 CAH-MAIL-HELD VALUE 'H'.
        88 CAH-FROM-MAINTENANCE VALUE 'M'.
    05 CAH-EFFECTIVE-DATE PIC 9(8).
    05 CAH-OLD-ADDRESS.
        10 CAH-OLD-STREET PIC X(30).
        10 CAH-OLD-APT PIC X(10).
        10 CAH-OLD-CITY PIC X(20).
        10 CAH-OLD-STATE PIC X(2).
        10 CAH-OLD-ZIP PIC X(10).
    05 CAH-OLD-MAIL-FLAG PIC X.
    05 CAH-NEW-ADDRESS.
        10 CAH-NEW-STREET PIC X(30).
        10 CAH-NEW-APT PIC X(10).
        10 CAH-NEW-CITY PIC X(20).
        10 CAH-NEW-STATE PIC X(2).
        10 CAH-NEW-ZIP PIC X(10).
    05 CAH-NEW-MAIL-FLAG PIC X.
    05 CAH-OPERATOR PIC X(8).
