      *>*******************************************
      *> glintf.cpy
      *> general ledger interface record written by the gl posting
      *> step for each posting date (gljrnl_yyyymmdd.dat).  gl-rec-type
      *> is HDR, DTL or TRL, in the spirit of the capctl.cpy capture
      *> control record.  the header names the source system and the
      *> time the file was created; each detail is one side of a
      *> balanced debit/credit pair (gl-dtl-dr-cr D or C) for one
      *> payment type; the trailer carries the detail record count,
      *> the number of payment history records summarized, the debit
      *> and credit hash totals and the sum of the account numbers,
      *> so the ledger can prove the file before it loads it.  amounts
      *> are unsigned with two implied decimal places.
      *>*******************************************
    05  gl-rec-type          pic x(03).
    05  filler               pic x(01).
    05  gl-post-date         pic x(08).
    05  filler               pic x(01).
    05  gl-rec-body          pic x(67).
    05  gl-hdr-body redefines gl-rec-body.
        10  gl-hdr-source    pic x(08).
        10  filler           pic x(01).
        10  gl-hdr-created   pic x(14).
        10  filler           pic x(44).
    05  gl-dtl-body redefines gl-rec-body.
        10  gl-dtl-line      pic 9(05).
        10  filler           pic x(01).
        10  gl-dtl-account   pic x(10).
        10  filler           pic x(01).
        10  gl-dtl-dr-cr     pic x(01).
        10  filler           pic x(01).
        10  gl-dtl-amount    pic 9(11)v99.
        10  filler           pic x(01).
        10  gl-dtl-pay-type  pic x(01).
        10  filler           pic x(01).
        10  gl-dtl-desc      pic x(30).
        10  filler           pic x(02).
    05  gl-trl-body redefines gl-rec-body.
        10  gl-trl-rec-count pic 9(07).
        10  filler           pic x(01).
        10  gl-trl-src-count pic 9(07).
        10  filler           pic x(01).
        10  gl-trl-debits    pic 9(13)v99.
        10  filler           pic x(01).
        10  gl-trl-credits   pic 9(13)v99.
        10  filler           pic x(01).
        10  gl-trl-acct-hash pic 9(15).
        10  filler           pic x(04).
