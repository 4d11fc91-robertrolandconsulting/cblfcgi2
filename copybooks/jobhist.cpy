      *>*******************************************
      *> jobhist.cpy
      *> run history record written by the nightly job-stream
      *> controller, one record per step it ran or passed over for a
      *> business date.  run-status is C (completed with an allowed
      *> return code), F (failed its gate; the stream stopped there)
      *> or S (skipped, not a run day for the step).  the start and end
      *> times are yyyy-mm-dd hh:mm:ss; run-rc 999 means the step did
      *> not end normally.  a rerun for the same business date passes
      *> over the steps already completed and restarts at the failed
      *> step.
      *>*******************************************
    05  run-date       pic x(08).
    05  filler         pic x(01) value space.
    05  run-step       pic x(08).
    05  filler         pic x(01) value space.
    05  run-start      pic x(19).
    05  filler         pic x(01) value space.
    05  run-end        pic x(19).
    05  filler         pic x(01) value space.
    05  run-rc         pic 9(03).
    05  filler         pic x(01) value space.
    05  run-status     pic x(01).
