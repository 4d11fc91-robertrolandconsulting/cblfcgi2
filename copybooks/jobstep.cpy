      *>*******************************************
      *> jobstep.cpy
      *> run-control record for the nightly job-stream controller, one
      *> step per record in the order the steps run, in the spirit of
      *> the echorule.cpy rule record.  step-command is the program to
      *> run; the business date is passed to it as the first argument
      *> in the form step-arg-form gives: D (yyyymmdd), P (the month
      *> before the business date, yyyymm) or N (no argument).
      *> step-allowed-rc is a comma-separated list of the return codes
      *> the step may end with for the stream to carry on.
      *> step-day-rule says which business dates the step runs on:
      *> D (every day), W (monday to friday), M (the first monday to
      *> friday of the month) or 1-7 (that day of the week only,
      *> 1 being monday).
      *>*******************************************
    05  step-name       pic x(08).
    05  step-command    pic x(40).
    05  step-arg-form   pic x(01).
    05  step-allowed-rc pic x(20).
    05  step-day-rule   pic x(01).
    05  filler          pic x(10).
