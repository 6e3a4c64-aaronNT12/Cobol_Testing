      *> Record layout for the payable-on-death beneficiary file. COPY
      *> this into FILE SECTION alongside COPY
      *> POD-BENEFICIARIES-SELECT. Keyed account / person-id so the
      *> beneficiaries of one account are read with a START at the
      *> account and READ NEXT. BN-SHARE-PCT is the beneficiary's
      *> percentage of the balance; the shares on one account never
      *> add up to more than 100, and whatever they leave is due to the
      *> estate.
FD POD-BENEFICIARIES.
01 POD-BENEFICIARY-RECORD.
    05 BN-KEY.
        10 BN-ACCOUNT-NO PIC 9(10).
        10 BN-NICKNUM PIC 9(05).
    05 BN-SHARE-PCT PIC 9(03)V99.
    05 BN-ADDED-DATE PIC 9(08).
