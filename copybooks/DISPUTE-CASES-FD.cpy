      *> Record layout for the customer dispute case file. COPY this
      *> into FILE SECTION alongside COPY DISPUTE-CASES-SELECT.
      *> DP-KEY is the disputed item's AH-KEY; the item's amount and
      *> type are copied on at opening. DP-DEADLINE-DATE is the date
      *> the case must be decided by. A case is open ('O') until it is
      *> upheld ('U', the item waiting for RETURNS-PROCESS to reverse
      *> it), closed as reversed ('R') or closed as denied ('D').
      *> The provisional credit moves through DP-PROV-STATE: granted
      *> ('G') and posted by the next DISPUTE-AGING run ('P', dated
      *> DP-PROV-POSTED-DATE), then either kept when the case is
      *> decided or set for taking back ('T') and taken back by the
      *> next run ('B', dated DP-TAKEBACK-DATE). A credit granted and
      *> cancelled before it ever posted goes straight back to 'N'.
FD DISPUTE-CASES.
01 DISPUTE-CASE-RECORD.
    05 DP-KEY.
        10 DP-ACCOUNT-NO PIC 9(10).
        10 DP-POST-DATE PIC X(08).
        10 DP-SEQ-NO PIC 9(07).
    05 DP-ITEM-AMOUNT PIC 9(7)V99.
    05 DP-ITEM-TYPE PIC X.
    05 DP-CLAIM PIC X(40).
    05 DP-OPENED-DATE PIC 9(8).
    05 DP-OPENED-BY PIC X(8).
    05 DP-DEADLINE-DATE PIC 9(8).
    05 DP-STATUS PIC X.
        88 DP-OPEN VALUE 'O'.
        88 DP-UPHELD VALUE 'U'.
        88 DP-REVERSED VALUE 'R'.
        88 DP-DENIED VALUE 'D'.
        88 DP-CASE-CLOSED VALUE 'R' 'D'.
    05 DP-PROV-AMOUNT PIC 9(7)V99.
    05 DP-PROV-STATE PIC X.
        88 DP-NO-CREDIT VALUE 'N'.
        88 DP-CREDIT-GRANTED VALUE 'G'.
        88 DP-CREDIT-POSTED VALUE 'P'.
        88 DP-TAKEBACK-DUE VALUE 'T'.
        88 DP-CREDIT-TAKEN-BACK VALUE 'B'.
    05 DP-PROV-POSTED-DATE PIC 9(8).
    05 DP-TAKEBACK-DATE PIC 9(8).
    05 DP-CLOSED-DATE PIC 9(8).
    05 DP-CLOSED-BY PIC X(8).
    05 DP-OUTCOME-NOTE PIC X(30).
