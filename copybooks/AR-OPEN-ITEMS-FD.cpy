      *> Record layout for the AR open-items ledger. COPY this into
      *> FILE SECTION alongside COPY AR-OPEN-ITEMS-SELECT. An item is
      *> open ('O') until payments cover AR-AMOUNT, then paid ('P');
      *> paid items stay on file as the payment history. An item
      *> written off as a bad debt ('W') is closed for aging and
      *> dunning: AR-WRITTEN-OFF is what was written off on
      *> AR-WRITEOFF-DATE, AR-RECOVERED what has come in against it
      *> since, and AR-GL-WRITTEN-OFF the net of the two already
      *> journalled to bad-debt expense by AR-WRITEOFF.
FD AR-OPEN-ITEMS.
01 AR-OPEN-ITEM-RECORD.
    05 AR-INVOICE-NO PIC 9(6).
    05 AR-STATUS PIC X.
        88 AR-ITEM-OPEN VALUE 'O'.
        88 AR-ITEM-PAID VALUE 'P'.
        88 AR-ITEM-WRITTEN-OFF VALUE 'W'.
    05 AR-WRITTEN-OFF PIC 9(10)V99.
    05 AR-WRITEOFF-DATE PIC 9(8).
    05 AR-RECOVERED PIC 9(10)V99.
    05 AR-GL-WRITTEN-OFF PIC 9(10)V99.
