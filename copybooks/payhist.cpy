      *> so statements can show the period's activity without
      *> re-reading the raw capture file.  pay-amount and pay-balance
      *> are edited amounts (sign and decimal point included).
      *> pay-type is D (debit), C (credit) or R (reversal).  a
      *> reversal carries the posting date, pid and sequence number of
      *> the payment it backed out in pay-ref-date, pay-ref-pid and
      *> pay-ref-seq, and its pay-amount is the signed change it made
      *> to the balance; the reference fields are zero on D and C
      *> records and absent on records written before reversals.
      *>*******************************************
    05  pay-date     pic x(10).
    05  filler       pic x(01) value space.
    05  pay-pid      pic 9(09).
    05  filler       pic x(01) value space.
    05  pay-seq      pic 9(09).
    05  filler       pic x(01) value space.
    05  pay-ref-date pic x(10).
    05  filler       pic x(01) value space.
    05  pay-ref-pid  pic 9(09).
    05  filler       pic x(01) value space.
    05  pay-ref-seq  pic 9(09).
