      *> Record layout for the exchange-rate master. COPY this into
      *> FILE SECTION alongside COPY FX-RATES-SELECT. FX-RATE is the
      *> number of base-currency units one unit of FX-CURRENCY-CODE
      *> buys from FX-RATE-DATE on; the rate in force on a day is the
      *> latest one dated on or before it. The base currency itself is
      *> never on file - an account whose AM-CURRENCY-CODE is blank is
      *> in base currency at a rate of one.
FD FX-RATES.
01 FX-RATE-RECORD.
    05 FX-KEY.
        10 FX-CURRENCY-CODE PIC X(3).
        10 FX-RATE-DATE PIC 9(8).
    05 FX-RATE PIC 9(5)V9(6).
    05 FX-ENTERED-BY PIC X(8).
