      *> Record layout for the external payee master. COPY this into
      *> FILE SECTION alongside COPY EXTERNAL-PAYEES-SELECT. A payee
      *> belongs to the one account that registered it
      *> (XP-OWNER-ACCOUNT) and can only be paid from that account.
      *> XP-BANK-CODE is the receiving bank's identifier code and
      *> XP-BENEFICIARY-ACCOUNT the account there, as the clearing
      *> house wants them. A removed payee stays on file with
      *> XP-STATUS 'X' so old history rows still resolve.
FD EXTERNAL-PAYEES.
01 EXTERNAL-PAYEE-RECORD.
    05 XP-PAYEE-NO PIC 9(10).
    05 XP-OWNER-ACCOUNT PIC 9(10).
    05 XP-BANK-CODE PIC X(11).
    05 XP-BENEFICIARY-ACCOUNT PIC X(34).
    05 XP-BENEFICIARY-NAME PIC X(30).
    05 XP-ADDED-DATE PIC 9(8).
    05 XP-STATUS PIC X.
        88 XP-ACTIVE VALUE 'A'.
        88 XP-REMOVED VALUE 'X'.
