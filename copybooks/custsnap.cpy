      *>*******************************************
      *> custsnap.cpy
      *> customer master snapshot record, written nightly by the
      *> snapshot run to custsnap_yyyymmdd.dat and read back by the
      *> recovery utility.  snap-rec-type is HDR, CUS or TRL, in the
      *> spirit of the capctl.cpy capture control record.  the header
      *> carries the time the snapshot was taken in the same
      *> yyyy-mm-dd hh:mm:ss form as jrnl-timestamp, so recovery knows
      *> which journal records came after it; each CUS record carries
      *> one customer master record image (custrec.cpy) in key order;
      *> the trailer carries the record count, the total of
      *> cust-balance and the sum of the numeric cust-ids, so a
      *> snapshot can be proved before it is used.
      *>*******************************************
    05  snap-rec-type        pic x(03).
    05  filler               pic x(01).
    05  snap-body            pic x(150).
    05  snap-hdr-body redefines snap-body.
        10  snap-hdr-date    pic x(08).
        10  filler           pic x(01).
        10  snap-hdr-stamp   pic x(19).
        10  filler           pic x(01).
        10  snap-hdr-master  pic x(40).
        10  filler           pic x(81).
    05  snap-trl-body redefines snap-body.
        10  snap-trl-count   pic 9(09).
        10  filler           pic x(01).
        10  snap-trl-balance pic s9(13)v99 sign leading separate.
        10  filler           pic x(01).
        10  snap-trl-id-hash pic 9(15).
        10  filler           pic x(108).
