      *> Record layout for the arranged overdraft facilities master.
      *> COPY this into FILE SECTION alongside COPY
      *> OVERDRAFT-FACILITIES-SELECT. OD-LIMIT is how far below zero
      *> AM-BALANCE may be taken; the facility stands up to and
      *> including OD-EXPIRY-DATE and lapses the day after. The maker
      *> and checker of the change that set it are kept on the record.
FD OVERDRAFT-FACILITIES.
01 OVERDRAFT-FACILITY-RECORD.
    05 OD-ACCOUNT-NO PIC 9(10).
    05 OD-LIMIT PIC 9(9)V99.
    05 OD-EXPIRY-DATE PIC 9(8).
    05 OD-REQUESTED-BY PIC X(8).
    05 OD-APPROVED-BY PIC X(8).
    05 OD-APPROVED-DATE PIC 9(8).
