      *>*******************************************
      *> payhold.cpy
      *> payment hold queue record, one record per event in the life
      *> of a payment the nightly posting run diverted because it was
      *> over the customer's single-payment or daily count limit.  the
      *> file is only ever appended to, like the change journal, so it
      *> is also the audit trail of the queue.  hold-action is
      *> H (held by the posting run), R (released by an operator),
      *> X (rejected by an operator, or by the posting run when the
      *> account can no longer take it) or P (posted by the posting
      *> run after release); the latest event for a payment is its
      *> state.  a payment is identified by the posting date it was
      *> captured for plus its worker pid and capture sequence number.
      *> hold-amount is an edited amount; hold-reason says why the
      *> payment was held, released or rejected, and hold-user who
      *> recorded the event.
      *>*******************************************
    05  hold-action   pic x(01).
    05  filler        pic x(01) value space.
    05  hold-stamp    pic x(19).
    05  filler        pic x(01) value space.
    05  hold-date     pic x(10).
    05  filler        pic x(01) value space.
    05  hold-pid      pic 9(09).
    05  filler        pic x(01) value space.
    05  hold-seq      pic 9(09).
    05  filler        pic x(01) value space.
    05  hold-cust-id  pic x(06).
    05  filler        pic x(01) value space.
    05  hold-type     pic x(01).
    05  filler        pic x(01) value space.
    05  hold-amount   pic x(12).
    05  filler        pic x(01) value space.
    05  hold-user     pic x(10).
    05  filler        pic x(01) value space.
    05  hold-reason   pic x(40).
