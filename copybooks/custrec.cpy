      *> customer master record layout, keyed on cust-id.
      *> shared by the fastcgi worker (/customer routes) and
      *> any batch program that reads or loads the master.
      *> cust-pay-limit is the largest single payment, in whole
      *> dollars, the nightly posting run applies without holding it
      *> for approval, and cust-pay-max-count the number of payments
      *> it applies for the account in one posting day; spaces or
      *> zero in either means the shop-wide default from echo.cfg.
      *>*******************************************
    05  cust-id            pic x(06).
    05  cust-name          pic x(30).
    05  cust-addr          pic x(30).
    05  cust-city          pic x(20).
    05  cust-state         pic x(02).
    05  cust-zip           pic x(09).
    05  cust-phone         pic x(12).
    05  cust-balance       pic s9(07)v99.
    05  cust-status        pic x(01).
    05  cust-pay-limit     pic 9(07).
    05  cust-pay-max-count pic 9(03).
