      *>*******************************************
      *> dunhist.cpy
      *> dunning letter history written by the nightly aged
      *> receivables run, one record per letter it sent.  dun-date is
      *> the aging date the letter was written for (yyyy-mm-dd) and
      *> dun-bucket the aging bucket the account was in then (3 for
      *> 60 days, 4 for 90+).  the file is only ever appended to; the
      *> latest record for an account is its last letter.
      *>*******************************************
    05  dun-date     pic x(10).
    05  filler       pic x(01) value space.
    05  dun-cust-id  pic x(06).
    05  filler       pic x(01) value space.
    05  dun-bucket   pic 9(01).
