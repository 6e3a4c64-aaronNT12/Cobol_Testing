      *> Record layout for the benefit plan master. COPY this into
      *> FILE SECTION alongside COPY BENEFIT-PLANS-SELECT. The
      *> employee and employer shares are each a fixed amount per pay
      *> period ('A') or a percentage of the period's gross ('P').
      *> BP-PROVIDER groups the plans on the monthly remittance.
      *> BP-EE-YTD / BP-ER-YTD accumulate what the pay runs of
      *> BP-YTD-YEAR have deducted and contributed under the plan;
      *> the first run of a new year starts them again.
FD BENEFIT-PLANS.
01 BENEFIT-PLAN-RECORD.
    05 BP-PLAN-CODE PIC X(6).
    05 BP-DESCRIPTION PIC X(30).
    05 BP-PLAN-TYPE PIC X.
        88 BP-HEALTH VALUE 'H'.
        88 BP-DENTAL VALUE 'D'.
        88 BP-PENSION VALUE 'P'.
        88 BP-LIFE VALUE 'L'.
        88 BP-VALID-TYPE VALUE 'H' 'D' 'P' 'L'.
    05 BP-PROVIDER PIC X(20).
    05 BP-EE-METHOD PIC X.
        88 BP-EE-FIXED-AMOUNT VALUE 'A'.
        88 BP-EE-PCT-OF-GROSS VALUE 'P'.
    05 BP-EE-AMOUNT PIC 9(5)V99.
    05 BP-EE-PERCENT PIC 9(2)V99.
    05 BP-ER-METHOD PIC X.
        88 BP-ER-FIXED-AMOUNT VALUE 'A'.
        88 BP-ER-PCT-OF-GROSS VALUE 'P'.
    05 BP-ER-AMOUNT PIC 9(5)V99.
    05 BP-ER-PERCENT PIC 9(2)V99.
    05 BP-STATUS PIC X.
        88 BP-ACTIVE VALUE 'A'.
        88 BP-CLOSED VALUE 'C'.
    05 BP-YTD-YEAR PIC 9(4).
    05 BP-EE-YTD PIC 9(9)V99.
    05 BP-ER-YTD PIC 9(9)V99.
