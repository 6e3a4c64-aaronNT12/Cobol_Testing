      *> Record layout for the chequebook register. COPY this into
      *> FILE SECTION alongside COPY CHEQUEBOOKS-SELECT. A book covers
      *> the serials CB-FIRST-SERIAL through CB-LAST-SERIAL inclusive;
      *> ranges on one account never overlap. A cancelled book (lost
      *> or stolen) stays on file with CB-STATUS 'X' so its serials
      *> are still recognised - and refused - if they turn up.
FD CHEQUEBOOKS.
01 CHEQUEBOOK-RECORD.
    05 CB-KEY.
        10 CB-ACCOUNT-NO PIC 9(10).
        10 CB-FIRST-SERIAL PIC 9(10).
    05 CB-LAST-SERIAL PIC 9(10).
    05 CB-ISSUE-DATE PIC 9(8).
    05 CB-STATUS PIC X.
        88 CB-IN-USE VALUE 'A'.
        88 CB-CANCELLED VALUE 'X'.
