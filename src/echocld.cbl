*>     or:  echocld EXTRACT <delimited-file>
*>
*> the delimited format is one customer per line with pipe-separated
*> fields:  id|name|address|city|state|zip|phone|balance|status|
*> paylimit|paycount, the last two (the account's own payment limits
*> for the nightly posting run) left empty for the shop default and
*> optional on LOAD.
*>
*> LOAD reads the delimited file and adds or replaces each customer
*> on the master, validating every row against the same rules the
    88  master-at-end value "Y".

01  row-field-table.
    05  row-field-value occurs 11 times pic x(40).
01  row-field-idx usage binary-long value 0.
01  row-value pic x(40) value spaces.
01  row-value-len usage binary-long value 0.

01  balance-work pic s9(07)v99 value 0.
01  balance-edited pic -(7)9.99.
01  pay-limit-edited pic z(6)9.
01  pay-count-edited pic zz9.
01  delim-ptr usage binary-long value 0.

01  journal-line.
    copy "custjrnl.cpy".
             row-field-value(3) row-field-value(4)
             row-field-value(5) row-field-value(6)
             row-field-value(7) row-field-value(8)
             row-field-value(9) row-field-value(10)
             row-field-value(11)
    move spaces to reject-reason
    perform validate-one-rule
        varying rule-idx from 1 by 1
        when "phone"   move row-field-value(7) to row-value
        when "balance" move row-field-value(8) to row-value
        when "status"  move row-field-value(9) to row-value
        when "paylimit" move row-field-value(10) to row-value
        when "paycount" move row-field-value(11) to row-value
    end-evaluate.

check-numeric-value.
            to cust-balance
    end-if
    move row-field-value(9)(1:1) to cust-status
    if row-field-value(10) is not equal to spaces
        move function numval(trim(row-field-value(10)))
            to cust-pay-limit
    end-if
    if row-field-value(11) is not equal to spaces
        move function numval(trim(row-field-value(11)))
            to cust-pay-max-count
    end-if
    move spaces to cld-row-image
    move customer-record to cld-row-image
    read customer-file
write-delim-row.
    move cust-balance to balance-edited
    move spaces to delim-record
    move 1 to delim-ptr
    string trim(cust-id) delimited by size
        "|" delimited by size
        trim(cust-name) delimited by size
        trim(balance-edited) delimited by size
        "|" delimited by size
        cust-status delimited by size
        "|" delimited by size
        into delim-record
        with pointer delim-ptr
    if cust-pay-limit is numeric
       and cust-pay-limit is greater than 0
        move cust-pay-limit to pay-limit-edited
        string trim(pay-limit-edited) delimited by size
            into delim-record
            with pointer delim-ptr
    end-if
    string "|" delimited by size
        into delim-record
        with pointer delim-ptr
    if cust-pay-max-count is numeric
       and cust-pay-max-count is greater than 0
        move cust-pay-max-count to pay-count-edited
        string trim(pay-count-edited) delimited by size
            into delim-record
            with pointer delim-ptr
    end-if
    write delim-record
    add 1 to rows-extracted.

