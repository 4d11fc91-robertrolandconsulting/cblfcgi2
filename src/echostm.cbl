*> one statement file stmt_yyyymm_<custid>.html per customer.  the
*> template uses the same {{variable}} convention as the worker's
*> pages, with the {{transactions}} line expanding to one table row
*> per posted payment or reversal in the period.  a run summary
*> stmtsum_yyyymm.txt carries the statement count and total closing
*> balance control figures.  ends with return-code 8 when the master
*> or the template cannot be opened.
01  balance-control-total pic s9(11)v99 value 0.

01  cust-balance-edited pic -(7)9.99.
01  type-word pic x(08) value spaces.

01  summary-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
write-one-transaction-row.
    if hist-cust(hist-idx) is equal to cust-id
        add 1 to hist-rows-written
        evaluate hist-type(hist-idx)
            when "D"
                move "debit" to type-word
            when "R"
                move "reversal" to type-word
            when other
                move "credit" to type-word
        end-evaluate
        move spaces to stmt-record
        string "<tr><td>" delimited by size
            hist-date(hist-idx) delimited by size
