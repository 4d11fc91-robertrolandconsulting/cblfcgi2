      *>*******************************************
      *> tariff.cpy
      *> usage tariff record for the monthly client billing run, one
      *> rate per record, in the spirit of the echorule.cpy rule record.
      *> trf-kind is R (a request in the access log), T (a transaction
      *> captured by the worker) or M (the minimum monthly charge, which
      *> uses trf-min-charge only).  trf-route is a request-uri prefix,
      *> spaces matching any route; usage is priced on the record of its
      *> kind with the longest matching prefix.  trf-client names the
      *> clnt-id a record applies to, spaces meaning every client; a
      *> client's own record wins over the standard one for the same
      *> prefix.  trf-rate is the charge per billable unit and the first
      *> trf-free-units billable units on a record each month are free.
      *>*******************************************
    05  trf-kind        pic x(01).
    05  trf-client      pic x(10).
    05  trf-route       pic x(40).
    05  trf-rate        pic 9(03)v9(05).
    05  trf-free-units  pic 9(09).
    05  trf-min-charge  pic 9(07)v99.
    05  trf-description pic x(30).
    05  filler          pic x(10).
