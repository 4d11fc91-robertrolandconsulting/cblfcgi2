      *> configuration record layout for the echo fastcgi worker,
      *> read once at startup so content-type/debug behavior can be
      *> changed per environment without relinking the executable.
      *> cfg-pay-limit and cfg-pay-max-count are the shop-wide
      *> single-payment limit (whole dollars) and daily payment count
      *> per account used by the nightly posting run for customers
      *> without limits of their own; zero means no limit.
      *> cfg-dun-interval-days is the fewest days the nightly aging
      *> run lets pass before it sends an account another dunning
      *> letter in the same aging bucket.
      *>*******************************************
    05  cfg-default-content-type pic x(40).
    05  cfg-debug-mode           pic x(01).
    05  cfg-alert-latency-max    pic 9(05).
    05  cfg-alert-file-name      pic x(40).
    05  cfg-client-file-name     pic x(40).
    05  cfg-pay-limit            pic 9(07).
    05  cfg-pay-max-count        pic 9(03).
    05  cfg-dun-interval-days    pic 9(03).
    05  filler                   pic x(07).
