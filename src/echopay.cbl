*> history is checked first so a re-run of the same posting date
*> skips payments that were already posted instead of applying them
*> twice.  every balance change is journalled to the customer change
*> journal for the audit inquiry.
*>
*> a /payment capture record of type R is a reversal: it names the
*> original payment by its pid and seq (and optionally the date it
*> was posted) and carries the original amount.  reversals are
*> applied after the day's payments, so a payment posted in the same
*> run can be reversed, and they back the original change out of
*> cust-balance, write a type R record to the payment history that
*> refers to the original, and are journalled like any other
*> balance change.  a reversal of a payment that was never posted,
*> that was already reversed, or whose amount does not match is
*> rejected with the reason.  reversals have their own section and
*> control totals on the register.
*>
*> a payment over the account's single-payment limit, or beyond its
*> count of payments for the posting day, is not applied: it is held
*> on the payment hold queue (payhold.dat, payhold.cpy) and listed on
*> the register.  the limits are cust-pay-limit and
*> cust-pay-max-count on the master, or the shop defaults in echo.cfg
*> where the account has none.  held payments are worked by the
*> operator with echohld; the ones released since the last run are
*> posted after the day's payments, with the journal and the payment
*> history like any other payment, and have their own section and
*> control totals on the register.  ends with return-code 4 when any
*> payment or reversal was rejected or any payment was held, and
*> return-code 8 when the closing balance does not prove against the
*> opening balance plus the net applied, the net released and the
*> net reversed.
*>*******************************************
identification division.
program-id. echopay.
    select register-file assign to dynamic register-file-name
        organization is line sequential
        file status is register-file-status.
    select hold-file assign to dynamic hold-file-name
        organization is line sequential
        file status is hold-file-status.

data division.

fd  register-file.
01  register-record pic x(132).

fd  hold-file.
01  hold-record pic x(126).

working-storage section.

01  config-file-name pic x(80) value "config/echo.cfg".
01  journal-file-status pic x(02) value "00".
01  register-file-name pic x(40) value spaces.
01  register-file-status pic x(02) value "00".
01  hold-file-name pic x(40) value "payhold.dat".
01  hold-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  posting-date pic x(08) value spaces.
01  journal-line.
    copy "custjrnl.cpy".

01  hold-line.
    copy "payhold.cpy".

01  posting-pid usage binary-long value 0.
01  cust-before-image pic x(150) value spaces.
01  cust-after-image pic x(150) value spaces.
        10  posted-pid usage binary-long.
        10  posted-seq usage binary-long.

*> payments applied to each account on the posting date, for the
*> daily count limit.
01  daycnt-used usage binary-long value 0.
01  daycnt-idx usage binary-long value 0.
01  daycnt-hit usage binary-long value 0.
01  daycnt-key pic x(06) value spaces.
01  daycnt-overflow pic x(01) value "N".
01  daycnt-table.
    05  daycnt-entry occurs 5000 times.
        10  daycnt-cust  pic x(06).
        10  daycnt-count usage binary-long.

*> the hold queue as of the start of the run: one entry per held
*> payment, carrying the state of its latest event.  slots of items
*> posted or rejected on an earlier date are reused when the table
*> fills.
01  hold-eof pic x(01) value "N".
    88  hold-at-end value "Y".
01  held-used usage binary-long value 0.
01  held-idx usage binary-long value 0.
01  held-hit usage binary-long value 0.
01  held-free usage binary-long value 0.
01  held-overflow pic x(01) value "N".
01  held-key-date pic x(10) value spaces.
01  held-key-pid usage binary-long value 0.
01  held-key-seq usage binary-long value 0.
01  held-table.
    05  held-entry occurs 2000 times.
        10  held-date   pic x(10).
        10  held-pid    usage binary-long.
        10  held-seq    usage binary-long.
        10  held-cust   pic x(06).
        10  held-type   pic x(01).
        10  held-amount pic s9(07)v99.
        10  held-state  pic x(01).

01  pay-limit-default pic 9(07) value 0.
01  pay-count-default pic 9(03) value 0.
01  pay-limit-in-force pic 9(07) value 0.
01  pay-count-in-force pic 9(03) value 0.
01  pay-hold-reason pic x(30) value spaces.
01  pay-net-effect pic s9(07)v99 value 0.
01  posting-release pic x(01) value "N".
    88  is-posting-release value "Y".

01  now-fields.
    05  now-date.
        10  now-year  pic 9(04).
01  num-chk-idx usage binary-long value 0.
01  num-chk-char pic x(01) value space.

01  rev-used usage binary-long value 0.
01  rev-idx usage binary-long value 0.
01  rev-chk-idx usage binary-long value 0.
01  rev-overflow usage binary-long value 0.
01  rev-table.
    05  rev-entry occurs 500 times.
        10  rev-tran-pid    usage binary-long.
        10  rev-tran-seq    usage binary-long.
        10  rev-cust        pic x(06).
        10  rev-amount      pic s9(07)v99.
        10  rev-ref-date    pic x(10).
        10  rev-ref-pid     usage binary-long.
        10  rev-ref-seq     usage binary-long.
        10  rev-note        pic x(30).
        10  rev-reason      pic x(30).
        10  rev-state       pic x(01).
        10  rev-orig-count  usage binary-long.
        10  rev-orig-date   pic x(10).
        10  rev-orig-type   pic x(01).
        10  rev-orig-amount pic s9(07)v99.
        10  rev-reversed    pic x(01).
        10  rev-applied     pic x(01).
01  rev-effect pic s9(07)v99 value 0.
01  rev-date-work pic x(08) value spaces.

01  pay-cust-key pic x(06) value spaces.
01  pay-tran-type pic x(01) value space.
01  pay-tran-amount pic s9(07)v99 value 0.
01  payments-applied usage binary-long value 0.
01  payments-rejected usage binary-long value 0.
01  payments-already-posted usage binary-long value 0.
01  reversals-read usage binary-long value 0.
01  reversals-applied usage binary-long value 0.
01  reversals-rejected usage binary-long value 0.
01  reversals-already-posted usage binary-long value 0.
01  net-reversed-total pic s9(11)v99 value 0.
01  payments-held usage binary-long value 0.
01  payments-already-held usage binary-long value 0.
01  held-amount-total pic s9(11)v99 value 0.
01  releases-read usage binary-long value 0.
01  releases-posted usage binary-long value 0.
01  releases-rejected usage binary-long value 0.
01  net-released-total pic s9(11)v99 value 0.

01  out-of-balance pic x(01) value "N".
    88  is-out-of-balance value "Y".

01  register-line pic x(132) value spaces.
01  register-ptr usage binary-long value 0.
01  count-edited pic zzz,zzz,zz9.
01  amount-edited pic -(7)9.99.
01  amount-edited-2 pic -(7)9.99.
    perform load-config
    perform get-posting-date
    perform load-posted-history
    perform load-hold-queue
    perform open-posting-files
    perform sum-master-balances
    move closing-balance-total to opening-balance-total
    move "------------" to register-line
    perform put-register-line
    perform apply-capture-payments
    perform apply-hold-releases
    perform resolve-reversal-originals
    perform apply-capture-reversals
    perform sum-master-balances
    perform write-control-totals
    close customer-file
    close payhist-file
    close journal-file
    close hold-file
    close register-file
    if is-out-of-balance
        move 8 to return-code
    else
        if payments-rejected is greater than 0
           or reversals-rejected is greater than 0
           or payments-held is greater than 0
           or releases-rejected is greater than 0
            move 4 to return-code
        end-if
    end-if
            if cfg-journal-file-name is not equal to spaces
                move cfg-journal-file-name to journal-file-name
            end-if
            if cfg-pay-limit is numeric
                move cfg-pay-limit to pay-limit-default
            end-if
            if cfg-pay-max-count is numeric
                move cfg-pay-max-count to pay-count-default
            end-if
        end-if
        close config-file
    end-if.
                else
                    move "Y" to posted-overflow
                end-if
                if ph-type is equal to "D" or ph-type is equal to "C"
                    move ph-cust-id to daycnt-key
                    perform count-day-payment
                end-if
            end-if
    end-read.

count-day-payment.
    move 0 to daycnt-hit
    perform scan-daycnt-entry
        varying daycnt-idx from 1 by 1
        until daycnt-idx is greater than daycnt-used
           or daycnt-hit is greater than 0
    if daycnt-hit is greater than 0
        add 1 to daycnt-count(daycnt-hit)
    else
        if daycnt-used is less than 5000
            add 1 to daycnt-used
            move daycnt-key to daycnt-cust(daycnt-used)
            move 1 to daycnt-count(daycnt-used)
        else
            move "Y" to daycnt-overflow
        end-if
    end-if.

scan-daycnt-entry.
    if daycnt-cust(daycnt-idx) is equal to daycnt-key
        move daycnt-idx to daycnt-hit
    end-if.

*> the hold queue is replayed from the start so each held payment
*> ends up in the state of its latest event.
load-hold-queue.
    move 0 to held-used
    open input hold-file
    if hold-file-status is not equal to "00"
        move "Y" to hold-eof
    else
        move "N" to hold-eof
    end-if
    perform read-hold-event until hold-at-end
    close hold-file.

read-hold-event.
    read hold-file
        at end
            move "Y" to hold-eof
        not at end
            move hold-record to hold-line
            move hold-date to held-key-date
            move hold-pid to held-key-pid
            move hold-seq to held-key-seq
            perform find-held-entry
            if held-hit is greater than 0
                move hold-action to held-state(held-hit)
            else
                if hold-action is equal to "H"
                   or hold-action is equal to "R"
                    perform add-held-entry
                end-if
            end-if
    end-read.

find-held-entry.
    move 0 to held-hit
    perform scan-held-entry
        varying held-idx from 1 by 1
        until held-idx is greater than held-used
           or held-hit is greater than 0.

scan-held-entry.
    if held-date(held-idx) is equal to held-key-date
       and held-pid(held-idx) is equal to held-key-pid
       and held-seq(held-idx) is equal to held-key-seq
        move held-idx to held-hit
    end-if.

add-held-entry.
    move 0 to held-free
    if held-used is less than 2000
        add 1 to held-used
        move held-used to held-free
    else
        perform scan-closed-held-entry
            varying held-idx from 1 by 1
            until held-idx is greater than held-used
               or held-free is greater than 0
    end-if
    if held-free is equal to 0
        move "Y" to held-overflow
    else
        move held-key-date to held-date(held-free)
        move held-key-pid to held-pid(held-free)
        move held-key-seq to held-seq(held-free)
        move hold-cust-id to held-cust(held-free)
        move hold-type to held-type(held-free)
        move function numval(hold-amount) to held-amount(held-free)
        move hold-action to held-state(held-free)
    end-if.

scan-closed-held-entry.
    if (held-state(held-idx) is equal to "P"
        or held-state(held-idx) is equal to "X")
       and held-date(held-idx) is not equal to posting-date-dashed
        move held-idx to held-free
    end-if.

get-posting-date.
    accept cmd-line from command-line
    if cmd-line(1:8) is not equal to spaces
    if journal-file-status is not equal to "00"
        open output journal-file
    end-if
    open extend hold-file
    if hold-file-status is not equal to "00"
        open output hold-file
    end-if
    open output register-file
    string "payment posting register for " delimited by size
        posting-date-dashed delimited by size
            move capture-record to capture-line
            if tran-timestamp(1:10) is equal to posting-date-dashed
               and tran-uri(1:8) is equal to "/payment"
                move "type" to jget-name
                perform get-json-value
                if jget-len is greater than 0
                   and jget-value(1:1) is equal to "R"
                    add 1 to reversals-read
                    perform collect-reversal
                else
                    add 1 to payments-read
                    perform post-one-payment
                end-if
            end-if
    end-read.

        add 1 to payments-already-posted
        perform write-already-posted-line
    else
        move posting-date-dashed to held-key-date
        move tran-pid to held-key-pid
        move tran-seq to held-key-seq
        perform find-held-entry
        if held-hit is greater than 0
            add 1 to payments-already-held
            move tran-seq to count-edited
            string "  seq " delimited by size
                trim(count-edited) delimited by size
                "  skipped: already held" delimited by size
                into register-line
            perform put-register-line
        else
            perform post-one-new-payment
        end-if
    end-if.

scan-posted-entry.
        if reject-reason is not equal to spaces
            perform write-reject-line
        else
            perform check-payment-limits
            if pay-hold-reason is not equal to spaces
                perform hold-one-payment
            else
                perform apply-payment-to-master
            end-if
        end-if
    end-if.

*> the account's own limits win; spaces or zero on the master fall
*> back to the shop defaults, and a zero default means no limit.
check-payment-limits.
    move spaces to pay-hold-reason
    move pay-limit-default to pay-limit-in-force
    if cust-pay-limit is numeric
        if cust-pay-limit is greater than 0
            move cust-pay-limit to pay-limit-in-force
        end-if
    end-if
    move pay-count-default to pay-count-in-force
    if cust-pay-max-count is numeric
        if cust-pay-max-count is greater than 0
            move cust-pay-max-count to pay-count-in-force
        end-if
    end-if
    if pay-limit-in-force is greater than 0
       and pay-tran-amount is greater than pay-limit-in-force
        move "over single-payment limit" to pay-hold-reason
    end-if
    if pay-hold-reason is equal to spaces
       and pay-count-in-force is greater than 0
        move pay-cust-key to daycnt-key
        move 0 to daycnt-hit
        perform scan-daycnt-entry
            varying daycnt-idx from 1 by 1
            until daycnt-idx is greater than daycnt-used
               or daycnt-hit is greater than 0
        if daycnt-hit is greater than 0
            if daycnt-count(daycnt-hit) is not less than pay-count-in-force
                move "over daily count limit" to pay-hold-reason
            end-if
        end-if
    end-if.

hold-one-payment.
    move spaces to hold-line
    move "H" to hold-action
    move posting-date-dashed to hold-date
    move tran-pid to hold-pid
    move tran-seq to hold-seq
    move pay-cust-key to hold-cust-id
    move pay-tran-type to hold-type
    move pay-tran-amount to amount-edited
    move amount-edited to hold-amount
    move "ECHOPAY" to hold-user
    move pay-hold-reason to hold-reason
    perform write-hold-event
    move posting-date-dashed to held-key-date
    move tran-pid to held-key-pid
    move tran-seq to held-key-seq
    perform add-held-entry
    add 1 to payments-held
    add pay-tran-amount to held-amount-total
    move tran-seq to count-edited
    string "  " delimited by size
        pay-cust-key delimited by size
        "  " delimited by size
        pay-tran-type delimited by size
        "  " delimited by size
        amount-edited delimited by size
        "  seq " delimited by size
        trim(count-edited) delimited by size
        "  held: " delimited by size
        trim(pay-hold-reason) delimited by size
        into register-line
    perform put-register-line.

write-hold-event.
    move function current-date to now-fields
    string
        now-year delimited by size "-" delimited by size
        now-month delimited by size "-" delimited by size
        now-day delimited by size " " delimited by size
        now-hour delimited by size ":" delimited by size
        now-minute delimited by size ":" delimited by size
        now-second delimited by size
        into hold-stamp
    move hold-line to hold-record
    write hold-record.

extract-payment-fields.
    move spaces to reject-reason
    move spaces to pay-cust-key
    end-if
    if pay-tran-type is not equal to "D"
       and pay-tran-type is not equal to "C"
       and pay-tran-type is not equal to "R"
        if reject-reason is equal to spaces
            move "invalid type" to reject-reason
        end-if
    move customer-record to cust-before-image
    move cust-balance to amount-edited
    if pay-tran-type is equal to "D"
        move pay-tran-amount to pay-net-effect
    else
        compute pay-net-effect = 0 - pay-tran-amount
    end-if
    add pay-net-effect to cust-balance
    rewrite customer-record
    if customer-file-status is not equal to "00"
        move "master rewrite failed" to reject-reason
        if is-posting-release
            perform write-release-reject-line
        else
            perform write-reject-line
        end-if
    else
        move spaces to cust-after-image
        move customer-record to cust-after-image
        perform write-posting-journal
        if posted-used is less than 5000
            add 1 to posted-used
            move tran-pid to posted-pid(posted-used)
        else
            move "Y" to posted-overflow
        end-if
        if is-posting-release
            add 1 to releases-posted
            add pay-net-effect to net-released-total
            perform write-release-line
        else
            add 1 to payments-applied
            add pay-net-effect to net-applied-total
            move pay-cust-key to daycnt-key
            perform count-day-payment
            perform write-applied-line
        end-if
        perform write-payhist-record
    end-if.

    move amount-edited to ph-balance
    move tran-pid to ph-pid
    move tran-seq to ph-seq
    move spaces to ph-ref-date
    move 0 to ph-ref-pid
    move 0 to ph-ref-seq
    move payhist-line to payhist-record
    write payhist-record.

*> payments an operator released from the hold queue since the last
*> run are posted after the day's own payments, without the limit
*> checks, under their original pid and seq.
apply-hold-releases.
    perform put-register-line
    move "released from hold" to register-line
    perform put-register-line
    move "------------------" to register-line
    perform put-register-line
    move "Y" to posting-release
    perform release-one-hold
        varying held-idx from 1 by 1
        until held-idx is greater than held-used
    move "N" to posting-release
    if releases-read is equal to 0
        move "  (no released payments waiting)" to register-line
        perform put-register-line
    end-if.

release-one-hold.
    if held-state(held-idx) is equal to "R"
        add 1 to releases-read
        move held-pid(held-idx) to tran-pid
        move held-seq(held-idx) to tran-seq
        move held-cust(held-idx) to pay-cust-key
        move held-type(held-idx) to pay-tran-type
        move held-amount(held-idx) to pay-tran-amount
        move spaces to reject-reason
        move "N" to posted-dup
        perform scan-posted-entry
            varying posted-idx from 1 by 1
            until posted-idx is greater than posted-used
        if posted-dup is equal to "Y"
            move "P" to held-state(held-idx)
            perform write-release-event
            perform write-already-posted-line
        else
            move pay-cust-key to cust-id
            read customer-file
                invalid key
                    move "unknown customer" to reject-reason
            end-read
            if reject-reason is equal to spaces
               and cust-status is equal to "C"
                move "account closed" to reject-reason
            end-if
            if reject-reason is not equal to spaces
                move "X" to held-state(held-idx)
                perform write-release-event
                perform write-release-reject-line
            else
                perform apply-payment-to-master
                if customer-file-status is equal to "00"
                    move "P" to held-state(held-idx)
                    perform write-release-event
                end-if
            end-if
        end-if
    end-if.

*> a released payment ends as P (posted) or X (rejected because the
*> account can no longer take it).
write-release-event.
    move spaces to hold-line
    move held-state(held-idx) to hold-action
    move held-date(held-idx) to hold-date
    move held-pid(held-idx) to hold-pid
    move held-seq(held-idx) to hold-seq
    move held-cust(held-idx) to hold-cust-id
    move held-type(held-idx) to hold-type
    move held-amount(held-idx) to amount-edited
    move amount-edited to hold-amount
    move "ECHOPAY" to hold-user
    if held-state(held-idx) is equal to "X"
        move reject-reason to hold-reason
    else
        string "posted " delimited by size
            posting-date-dashed delimited by size
            into hold-reason
    end-if
    perform write-hold-event.

write-release-line.
    move cust-balance to amount-edited-2
    move 1 to register-ptr
    move tran-pid to count-edited
    string "  " delimited by size
        cust-id delimited by size
        "  " delimited by size
        pay-tran-type delimited by size
        "  " delimited by size
        amount-edited delimited by size
        " -> " delimited by size
        amount-edited-2 delimited by size
        "  held " delimited by size
        held-date(held-idx) delimited by size
        " pid " delimited by size
        trim(count-edited) delimited by size
        into register-line with pointer register-ptr
    move tran-seq to count-edited
    string " seq " delimited by size
        trim(count-edited) delimited by size
        into register-line with pointer register-ptr
    perform put-register-line.

write-release-reject-line.
    add 1 to releases-rejected
    move tran-seq to count-edited
    string "  " delimited by size
        pay-cust-key delimited by size
        "  seq " delimited by size
        trim(count-edited) delimited by size
        "  release rejected: " delimited by size
        trim(reject-reason) delimited by size
        into register-line
    perform put-register-line.

*> reversals are held until the day's payments have been applied and
*> the history can be searched for the payments they name.
collect-reversal.
    if rev-used is greater than or equal to 500
        add 1 to rev-overflow
        add 1 to reversals-rejected
    else
        add 1 to rev-used
        move rev-used to rev-idx
        move tran-pid to rev-tran-pid(rev-idx)
        move tran-seq to rev-tran-seq(rev-idx)
        move "N" to rev-state(rev-idx)
        move 0 to rev-orig-count(rev-idx)
        move spaces to rev-orig-date(rev-idx)
        move space to rev-orig-type(rev-idx)
        move 0 to rev-orig-amount(rev-idx)
        move "N" to rev-reversed(rev-idx)
        move "N" to rev-applied(rev-idx)
        move "N" to posted-dup
        perform scan-posted-entry
            varying posted-idx from 1 by 1
            until posted-idx is greater than posted-used
        if posted-dup is equal to "Y"
            move "P" to rev-state(rev-idx)
        end-if
        perform extract-payment-fields
        move pay-cust-key to rev-cust(rev-idx)
        move pay-tran-amount to rev-amount(rev-idx)
        perform extract-reversal-fields
        move reject-reason to rev-reason(rev-idx)
    end-if.

extract-reversal-fields.
    move spaces to rev-ref-date(rev-idx)
    move 0 to rev-ref-pid(rev-idx)
    move 0 to rev-ref-seq(rev-idx)
    move spaces to rev-note(rev-idx)

    move "pid" to jget-name
    perform get-json-value
    if jget-len is less than or equal to 0
        if reject-reason is equal to spaces
            move "missing original pid" to reject-reason
        end-if
    else
        perform check-numeric-value
        if num-chk-ok is equal to "Y"
            move function numval(jget-value(1:jget-len))
                to rev-ref-pid(rev-idx)
        else
            if reject-reason is equal to spaces
                move "original pid not numeric" to reject-reason
            end-if
        end-if
    end-if

    move "seq" to jget-name
    perform get-json-value
    if jget-len is less than or equal to 0
        if reject-reason is equal to spaces
            move "missing original seq" to reject-reason
        end-if
    else
        perform check-numeric-value
        if num-chk-ok is equal to "Y"
            move function numval(jget-value(1:jget-len))
                to rev-ref-seq(rev-idx)
        else
            if reject-reason is equal to spaces
                move "original seq not numeric" to reject-reason
            end-if
        end-if
    end-if

    move "date" to jget-name
    perform get-json-value
    if jget-len is greater than 0
        move jget-value(1:8) to rev-date-work
        if jget-len is not equal to 8
           or rev-date-work is not numeric
            if reject-reason is equal to spaces
                move "original date not yyyymmdd" to reject-reason
            end-if
        else
            string rev-date-work(1:4) delimited by size
                "-" delimited by size
                rev-date-work(5:2) delimited by size
                "-" delimited by size
                rev-date-work(7:2) delimited by size
                into rev-ref-date(rev-idx)
        end-if
    end-if

    move "reason" to jget-name
    perform get-json-value
    if jget-len is greater than 0
        move jget-value(1:30) to rev-note(rev-idx)
    end-if.

*> one pass over the whole payment history finds the payment each
*> reversal names and any earlier reversal of it.  the history is
*> written in posting order, so an original is always seen before a
*> reversal that refers to it.
resolve-reversal-originals.
    if rev-used is greater than 0
        close payhist-file
        open input payhist-file
        if payhist-file-status is not equal to "00"
            move "Y" to payhist-eof
        else
            move "N" to payhist-eof
        end-if
        perform read-reversal-history until payhist-at-end
        close payhist-file
        open extend payhist-file
        if payhist-file-status is not equal to "00"
            open output payhist-file
        end-if
    end-if.

read-reversal-history.
    read payhist-file
        at end
            move "Y" to payhist-eof
        not at end
            move payhist-record to payhist-line
            perform match-reversal-entry
                varying rev-idx from 1 by 1
                until rev-idx is greater than rev-used
    end-read.

match-reversal-entry.
    if ph-cust-id is equal to rev-cust(rev-idx)
        if (ph-type is equal to "D" or ph-type is equal to "C")
           and ph-pid is equal to rev-ref-pid(rev-idx)
           and ph-seq is equal to rev-ref-seq(rev-idx)
           and (rev-ref-date(rev-idx) is equal to spaces
                or ph-date is equal to rev-ref-date(rev-idx))
            add 1 to rev-orig-count(rev-idx)
            move ph-date to rev-orig-date(rev-idx)
            move ph-type to rev-orig-type(rev-idx)
            move function numval(ph-amount) to rev-orig-amount(rev-idx)
        end-if
        if ph-type is equal to "R"
           and ph-ref-pid is numeric
           and ph-ref-seq is numeric
           and ph-ref-pid is equal to rev-ref-pid(rev-idx)
           and ph-ref-seq is equal to rev-ref-seq(rev-idx)
           and ph-ref-date is equal to rev-orig-date(rev-idx)
            move "Y" to rev-reversed(rev-idx)
        end-if
    end-if.

apply-capture-reversals.
    perform put-register-line
    move "reversals" to register-line
    perform put-register-line
    move "---------" to register-line
    perform put-register-line
    if reversals-read is equal to 0
        move "  (no reversal transactions for posting date)"
            to register-line
        perform put-register-line
    end-if
    perform apply-one-reversal
        varying rev-idx from 1 by 1
        until rev-idx is greater than rev-used
    if rev-overflow is greater than 0
        move rev-overflow to count-edited
        string "  " delimited by size
            trim(count-edited) delimited by size
            " reversals rejected: more than 500 for the date"
                delimited by size
            into register-line
        perform put-register-line
    end-if.

apply-one-reversal.
    move rev-tran-pid(rev-idx) to tran-pid
    move rev-tran-seq(rev-idx) to tran-seq
    move rev-cust(rev-idx) to pay-cust-key
    if rev-state(rev-idx) is equal to "P"
        add 1 to reversals-already-posted
        perform write-already-posted-line
    else
        move rev-reason(rev-idx) to reject-reason
        if reject-reason is equal to spaces
            evaluate true
                when rev-orig-count(rev-idx) is equal to 0
                    move "original not posted" to reject-reason
                when rev-orig-count(rev-idx) is greater than 1
                    move "original ambiguous - give date"
                        to reject-reason
                when rev-reversed(rev-idx) is equal to "Y"
                    move "already reversed" to reject-reason
                when rev-amount(rev-idx)
                     is not equal to rev-orig-amount(rev-idx)
                    move "amount does not match original"
                        to reject-reason
            end-evaluate
        end-if
        if reject-reason is equal to spaces
            perform scan-applied-reversal
                varying rev-chk-idx from 1 by 1
                until rev-chk-idx is not less than rev-idx
        end-if
        if reject-reason is equal to spaces
            move pay-cust-key to cust-id
            read customer-file
                invalid key
                    move "unknown customer" to reject-reason
            end-read
            if reject-reason is equal to spaces
               and cust-status is equal to "C"
                move "account closed" to reject-reason
            end-if
        end-if
        if reject-reason is not equal to spaces
            perform write-reversal-reject-line
        else
            perform apply-reversal-to-master
        end-if
    end-if.

*> two reversals of the same payment in one run: only the first is
*> applied.
scan-applied-reversal.
    if rev-applied(rev-chk-idx) is equal to "Y"
       and rev-cust(rev-chk-idx) is equal to rev-cust(rev-idx)
       and rev-orig-date(rev-chk-idx) is equal to rev-orig-date(rev-idx)
       and rev-ref-pid(rev-chk-idx) is equal to rev-ref-pid(rev-idx)
       and rev-ref-seq(rev-chk-idx) is equal to rev-ref-seq(rev-idx)
        move "already reversed" to reject-reason
    end-if.

apply-reversal-to-master.
    move spaces to cust-before-image
    move customer-record to cust-before-image
    move cust-balance to amount-edited
    if rev-orig-type(rev-idx) is equal to "D"
        compute rev-effect = 0 - rev-orig-amount(rev-idx)
    else
        move rev-orig-amount(rev-idx) to rev-effect
    end-if
    add rev-effect to cust-balance
    rewrite customer-record
    if customer-file-status is not equal to "00"
        move "master rewrite failed" to reject-reason
        perform write-reversal-reject-line
    else
        add rev-effect to net-reversed-total
        move spaces to cust-after-image
        move customer-record to cust-after-image
        perform write-posting-journal
        add 1 to reversals-applied
        move "Y" to rev-applied(rev-idx)
        if posted-used is less than 5000
            add 1 to posted-used
            move tran-pid to posted-pid(posted-used)
            move tran-seq to posted-seq(posted-used)
        else
            move "Y" to posted-overflow
        end-if
        perform write-reversal-line
        perform write-reversal-payhist
    end-if.

write-reversal-line.
    move cust-balance to amount-edited-2
    move 1 to register-ptr
    move rev-ref-pid(rev-idx) to count-edited
    string "  " delimited by size
        cust-id delimited by size
        "  R  " delimited by size
        amount-edited delimited by size
        " -> " delimited by size
        amount-edited-2 delimited by size
        "  reverses " delimited by size
        rev-orig-type(rev-idx) delimited by size
        " " delimited by size
        rev-orig-date(rev-idx) delimited by size
        " pid " delimited by size
        trim(count-edited) delimited by size
        into register-line with pointer register-ptr
    move rev-ref-seq(rev-idx) to count-edited
    string " seq " delimited by size
        trim(count-edited) delimited by size
        "  " delimited by size
        trim(rev-note(rev-idx)) delimited by size
        into register-line with pointer register-ptr
    perform put-register-line.

write-reversal-reject-line.
    add 1 to reversals-rejected
    move tran-seq to count-edited
    string "  " delimited by size
        pay-cust-key delimited by size
        "  seq " delimited by size
        trim(count-edited) delimited by size
        "  reversal rejected: " delimited by size
        trim(reject-reason) delimited by size
        into register-line
    perform put-register-line.

write-reversal-payhist.
    move spaces to payhist-line
    move posting-date-dashed to ph-date
    move cust-id to ph-cust-id
    move "R" to ph-type
    move rev-effect to amount-edited
    move amount-edited to ph-amount
    move cust-balance to amount-edited
    move amount-edited to ph-balance
    move tran-pid to ph-pid
    move tran-seq to ph-seq
    move rev-orig-date(rev-idx) to ph-ref-date
    move rev-ref-pid(rev-idx) to ph-ref-pid
    move rev-ref-seq(rev-idx) to ph-ref-seq
    move payhist-line to payhist-record
    write payhist-record.

        total-edited delimited by size
        into register-line
    perform put-register-line
    move payments-held to count-edited
    string "payments held           " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move payments-already-held to count-edited
    string "payments already held   " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move held-amount-total to total-edited
    string "amount held             " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    move releases-read to count-edited
    string "releases read           " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move releases-posted to count-edited
    string "releases posted         " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move releases-rejected to count-edited
    string "releases rejected       " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move net-released-total to total-edited
    string "net amount released     " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    move reversals-read to count-edited
    string "reversals read          " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move reversals-applied to count-edited
    string "reversals applied       " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move reversals-rejected to count-edited
    string "reversals rejected      " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move reversals-already-posted to count-edited
    string "reversals already posted" delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move net-reversed-total to total-edited
    string "net amount reversed     " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    move opening-balance-total to total-edited
    string "opening balance total   " delimited by size
        total-edited delimited by size
            to register-line
        perform put-register-line
    end-if
    if daycnt-overflow is equal to "Y"
        move "warning: more than 5000 accounts paid on the date; daily count limit is partial"
            to register-line
        perform put-register-line
    end-if
    if held-overflow is equal to "Y"
        move "warning: more than 2000 open items on the hold queue; some were not read"
            to register-line
        perform put-register-line
    end-if
    perform put-register-line
    compute expected-closing-total =
        opening-balance-total + net-applied-total + net-released-total
        + net-reversed-total
    if expected-closing-total is not equal to closing-balance-total
        move "Y" to out-of-balance
        move "*** out of balance ***" to register-line
