      *> this into FILE SECTION alongside COPY
      *> PENDING-APPROVALS-SELECT. PA-OPERATION says what the item
      *> is: PARAM-SET (key in PA-KEY, new value in PA-NEW-VALUE),
      *> ACCT-CLOSE (account in PA-KEY, 'C' and then the 9(10)
      *> account the closing balance is paid to in PA-NEW-VALUE),
      *> LIMIT-SET (account in PA-KEY, the daily withdrawal and
      *> transfer ceilings laid end to end as two 9(8)V99 amounts in
      *> PA-NEW-VALUE), OD-ARRANGE (account in PA-KEY, the arranged
      *> overdraft limit as 9(9)V99 followed by its 9(8) expiry date
      *> in PA-NEW-VALUE; a zero limit withdraws the facility),
      *> BAD-DEBT (AR invoice number in PA-KEY, 'O' and the 9(10)V99
      *> amount owing when proposed in PA-OLD-VALUE, 'W' and the same
      *> amount in PA-NEW-VALUE).
      *> Approved and rejected items stay on file with both identities - that is
      *> the dual-control trail.
FD PENDING-APPROVALS.
01 PENDING-APPROVAL-RECORD.
