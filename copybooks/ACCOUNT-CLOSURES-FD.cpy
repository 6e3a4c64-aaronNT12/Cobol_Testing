      *> Record layout for the account closures master. COPY this into
      *> FILE SECTION alongside COPY ACCOUNT-CLOSURES-SELECT.
      *> An approved close ('A') waits for CLOSURE-SETTLEMENT, which
      *> refuses it (AC-REFUSAL-REASON, retried every night) while a
      *> block, standing order, overdraft link or live term deposit
      *> still references the account. Settling posts the accrued
      *> credit and debit interest and the closing fee and pays the
      *> net balance to AC-PAYOUT-ACCOUNT ('S'); a later run flips
      *> AM-STATUS to 'C' once the posted balance is zero ('C'), and
      *> until then anything left behind (a leg held in suspense, a
      *> late credit) is listed for someone to clear. The AC-LAST-*
      *> amounts remember the settlement so a rerun of the step can
      *> put the same items back on its feed.
FD ACCOUNT-CLOSURES.
01 ACCOUNT-CLOSURE-RECORD.
    05 AC-ACCOUNT-NO PIC 9(10).
    05 AC-PAYOUT-ACCOUNT PIC 9(10).
    05 AC-STATUS PIC X.
        88 AC-APPROVED VALUE 'A'.
        88 AC-SETTLED VALUE 'S'.
        88 AC-CLOSED VALUE 'C'.
    05 AC-REQUESTED-BY PIC X(8).
    05 AC-APPROVED-BY PIC X(8).
    05 AC-APPROVED-DATE PIC 9(8).
    05 AC-REFUSAL-REASON PIC X(30).
    05 AC-LAST-SETTLED-DATE PIC 9(8).
    05 AC-LAST-CREDIT-INTEREST PIC 9(7)V99.
    05 AC-LAST-DEBIT-INTEREST PIC 9(7)V99.
    05 AC-LAST-FEE PIC 9(7)V99.
    05 AC-LAST-NET-PAID PIC 9(9)V99.
    05 AC-CLOSED-DATE PIC 9(8).
