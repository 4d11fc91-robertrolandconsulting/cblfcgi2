      *>*******************************************
      *> glacct.cpy
      *> general ledger account mapping record, one record per
      *> payment type, in the spirit of the echorule.cpy rule record.
      *> gla-pay-type is the pay-type from payhist.cpy (D or C); the
      *> posting date's net amount for the type is debited to
      *> gla-debit-acct and credited to gla-credit-acct.  account
      *> numbers are all digits, zero-filled on the left.
      *>*******************************************
    05  gla-pay-type    pic x(01).
    05  gla-debit-acct  pic x(10).
    05  gla-credit-acct pic x(10).
    05  gla-description pic x(30).
    05  filler          pic x(10).
