      *> Record layout for the teller drawer sessions file. COPY this
      *> into FILE SECTION alongside COPY TELLER-DRAWERS-SELECT. A
      *> session is keyed by the business date, the drawer and a
      *> session number within the day, so a drawer handed from one
      *> teller to the next is two sessions. DW-CASH-IN holds the cash
      *> deposits captured in the session and DW-CASH-OUT the cash
      *> withdrawals and cheques cashed; at close the expected cash is
      *> the float plus DW-CASH-IN less DW-CASH-OUT, and DW-DIFFERENCE
      *> is the counted cash less that (positive over, negative short).
FD TELLER-DRAWERS.
01 TELLER-DRAWER-RECORD.
    05 DW-KEY.
        10 DW-SESSION-DATE PIC 9(8).
        10 DW-DRAWER-ID PIC X(4).
        10 DW-SESSION-NO PIC 9(2).
    05 DW-TELLER-ID PIC X(8).
    05 DW-STATUS PIC X.
        88 DW-OPEN VALUE 'O'.
        88 DW-CLOSED VALUE 'C'.
        88 DW-JOURNALLED VALUE 'J'.
    05 DW-OPENING-FLOAT PIC 9(7)V99.
    05 DW-CASH-IN PIC 9(9)V99.
    05 DW-CASH-OUT PIC 9(9)V99.
    05 DW-ITEM-COUNT PIC 9(5).
    05 DW-COUNTED-CASH PIC 9(9)V99.
    05 DW-EXPECTED-CASH PIC S9(9)V99.
    05 DW-DIFFERENCE PIC S9(9)V99.
    05 DW-CLOSED-DATE PIC 9(8).
    05 DW-JOURNAL-DATE PIC 9(8).
