      *> Record layout for the general-ledger chart of accounts. COPY
      *> this into FILE SECTION alongside COPY GL-ACCOUNTS-SELECT.
      *> GA-ACCOUNT-TYPE places the account on a statement: assets,
      *> liabilities and equity on the balance sheet, income and
      *> expense on the income statement. Accounts sharing a
      *> GA-STATEMENT-LINE print together as one line of their
      *> statement under GA-LINE-CAPTION, lines in ascending number. An
      *> inactive account keeps its balances and still prints, but
      *> GL-POST takes no new journal lines for it.
FD GL-ACCOUNTS.
01 GL-ACCOUNTS-RECORD.
    05 GA-GL-ACCOUNT PIC 9(8).
    05 GA-DESCRIPTION PIC X(30).
    05 GA-ACCOUNT-TYPE PIC X.
        88 GA-ASSET VALUE 'A'.
        88 GA-LIABILITY VALUE 'L'.
        88 GA-EQUITY VALUE 'Q'.
        88 GA-INCOME VALUE 'I'.
        88 GA-EXPENSE VALUE 'E'.
        88 GA-VALID-TYPE VALUE 'A' 'L' 'Q' 'I' 'E'.
        88 GA-BALANCE-SHEET VALUE 'A' 'L' 'Q'.
        88 GA-INCOME-STATEMENT VALUE 'I' 'E'.
    05 GA-STATEMENT-LINE PIC 9(3).
    05 GA-LINE-CAPTION PIC X(30).
    05 GA-STATUS PIC X.
        88 GA-ACTIVE VALUE 'A'.
        88 GA-INACTIVE VALUE 'I'.
    05 GA-MAINTAINED-BY PIC X(8).
    05 GA-MAINTAINED-DATE PIC 9(8).
