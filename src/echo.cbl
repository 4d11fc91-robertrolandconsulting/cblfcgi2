    select alert-file assign to dynamic alert-file-name
        organization is line sequential
        file status is alert-file-status.
    select payhist-file assign to dynamic payhist-file-name
        organization is line sequential
        file status is payhist-file-status.

data division.

fd  alert-file.
01  alert-record pic x(132).

fd  payhist-file.
01  payhist-record.
    copy "payhist.cpy".

working-storage section.

01  rc usage binary-long value 0.
    88  handler-is-custget  value "CUSTGET".
    88  handler-is-custpost value "CUSTPOST".
    88  handler-is-custlist value "CUSTLIST".
    88  handler-is-custpays value "CUSTPAYS".
    88  handler-is-paypost  value "PAYPOST".
    88  handler-is-ratelimit value "RATELIMIT".
    88  handler-is-idempot  value "IDEMPOT".
    05  req-end-ss pic 9(02).
    05  req-end-hs pic 9(02).
01  elapsed-hundredths usage binary-long value 0.
*> the whole request, from accept to the last byte of the response,
*> for the access log; elapsed-hundredths above keeps the response
*> time the metrics file has always reported.
01  req-begin-time.
    05  req-begin-hh pic 9(02).
    05  req-begin-mm pic 9(02).
    05  req-begin-ss pic 9(02).
    05  req-begin-hs pic 9(02).
01  request-hundredths usage binary-long value 0.

01  metrics-stamp-ymd pic x(08) value spaces.
01  metrics-line.
    05  log-status-code   pic 999.
    05  filler            pic x(01) value space.
    05  log-client-id     pic x(10).
    05  filler            pic x(01) value space.
    05  log-elapsed       pic 9(07).

01  capture-file-name pic x(40) value spaces.
01  capture-file-base pic x(40) value "capture.dat".
01  jf-len usage binary-long value 0.
01  cust-post-result pic x(20) value spaces.
01  pay-post-result pic x(20) value spaces.
01  pay-post-id pic x(06) value spaces.
01  cust-balance-edited pic -(7)9.99.
01  cust-json-line pic x(2048) value spaces.
01  cust-json-ptr usage binary-long value 0.
01  name-scan-max usage binary-long value 0.
01  name-contains pic x(01) value "N".

*> GET /customer/{id}/payments: the last pays-keep matching history
*> records are kept in a ring, so the newest come out first.
01  payhist-file-name pic x(40) value "payhist.dat".
01  payhist-file-status pic x(02) value "00".
01  payhist-eof pic x(01) value "N".
01  pays-route-path pic x(40) value spaces.
01  pays-route-sub pic x(20) value spaces.
01  pays-route-flag pic x(01) value "N".
    88  route-is-custpays value "Y".
01  pays-from-date pic x(10) value spaces.
01  pays-thru-date pic x(10) value spaces.
01  pays-date-work pic x(10) value spaces.
01  pays-date-digits pic x(08) value spaces.
01  pays-count-max usage binary-long value 20.
01  pays-page usage binary-long value 1.
01  pays-keep usage binary-long value 20.
01  pays-next-keep usage binary-long value 0.
01  pays-matched usage binary-long value 0.
01  pays-found usage binary-long value 0.
01  pays-first usage binary-long value 0.
01  pays-last usage binary-long value 0.
01  pays-idx usage binary-long value 0.
01  pays-slot usage binary-long value 0.
01  pays-more pic x(01) value "N".
01  pays-num-edited pic -(8)9.
01  pays-table.
    05  pays-entry occurs 500 times pic x(96).

01  now-fields.
    05  now-date.
        10  now-year  pic 9(04).
    move accept-req(in-handle, out-handle, err-handle, fcgx-envp) to rc.

    perform until rc is less than zero
        move function current-date(9:8) to req-begin-time

        call 'FCGX_GetParam'
        using
            by content 'REQUEST_URI'
            move 0 to elapsed-hundredths
        end-if
        add elapsed-hundredths to total-elapsed-hundredths
        compute request-hundredths =
            ((req-end-hh * 3600 + req-end-mm * 60 + req-end-ss) * 100 + req-end-hs)
            - ((req-begin-hh * 3600 + req-begin-mm * 60 + req-begin-ss) * 100 + req-begin-hs)
        if request-hundredths is less than 0
            add 8640000 to request-hundredths
        end-if

        perform write-access-log

    else
        move auth-client-id to log-client-id
    end-if
    move request-hundredths to log-elapsed
    move access-log-line to access-log-record
    write access-log-record.

        by value fcgx-envp
    returning debug-header-ptr

    perform check-payments-route
    evaluate true
        when request-uri(1:6) = "/debug" and debug-is-enabled
            move "DEBUG" to handler-id
            move "CUSTLIST" to handler-id
            move "application/json" to resp-content-type
            perform search-customers
        when route-is-custpays and trim(request-method) = "GET"
            move "CUSTPAYS" to handler-id
            move "application/json" to resp-content-type
            perform find-customer-payments
        when request-uri(1:10) = "/customer/" and trim(request-method) = "GET"
            move "CUSTGET" to handler-id
            move "application/json" to resp-content-type
            move 404 to resp-status-code
    end-evaluate.

check-payments-route.
    move "N" to pays-route-flag
    if request-uri(1:10) = "/customer/"
        move spaces to pays-route-path
        unstring request-uri(11:) delimited by "?" or space
            into pays-route-path
        move spaces to cust-lookup-key
        move spaces to pays-route-sub
        unstring pays-route-path delimited by "/"
            into cust-lookup-key pays-route-sub
        if pays-route-sub is equal to "payments"
            move "Y" to pays-route-flag
        end-if
    end-if.

parse-query-string.
    move 0 to query-param-count
    compute query-len = length(trim(query-string))
            move default-content-type to resp-content-type
    end-read.

*> from and thru take yyyymmdd or yyyy-mm-dd; count is the page size,
*> capped at 50, and page picks which page of newest-first results.
find-customer-payments.
    perform read-customer-by-key
    if handler-is-custpays
        move 0 to val-error-count
        move "from" to query-lookup-name
        perform get-query-param
        move query-lookup-value(1:10) to pays-date-work
        perform normalise-payments-date
        move pays-date-work to pays-from-date
        move "thru" to query-lookup-name
        perform get-query-param
        move query-lookup-value(1:10) to pays-date-work
        perform normalise-payments-date
        move pays-date-work to pays-thru-date
        move "count" to query-lookup-name
        perform get-query-param
        move 20 to pays-count-max
        if query-lookup-value is not equal to spaces
            move numval(trim(query-lookup-value)) to pays-count-max
            if pays-count-max is less than 1
                move 1 to pays-count-max
            end-if
            if pays-count-max is greater than 50
                move 50 to pays-count-max
            end-if
        end-if
        move "page" to query-lookup-name
        perform get-query-param
        move 1 to pays-page
        if query-lookup-value is not equal to spaces
            move numval(trim(query-lookup-value)) to pays-page
            if pays-page is less than 1
                move 1 to pays-page
            end-if
        end-if
        compute pays-keep = pays-page * pays-count-max
        if pays-keep is greater than 500
            move "page" to val-field-word
            move "range" to val-rule-word
            perform record-rule-error
            move pays-count-max to pays-keep
        end-if
        if validation-has-failed
            move "VALFAIL" to handler-id
            move 400 to resp-status-code
        else
            perform scan-customer-payments
        end-if
    end-if.

normalise-payments-date.
    if pays-date-work is not equal to spaces
        if pays-date-work(1:8) is numeric
           and pays-date-work(9:2) is equal to spaces
            move pays-date-work(1:8) to pays-date-digits
            move spaces to pays-date-work
            string pays-date-digits(1:4) delimited by size
                "-" delimited by size
                pays-date-digits(5:2) delimited by size
                "-" delimited by size
                pays-date-digits(7:2) delimited by size
                into pays-date-work
        end-if
        if pays-date-work(1:4) is not numeric
           or pays-date-work(5:1) is not equal to "-"
           or pays-date-work(6:2) is not numeric
           or pays-date-work(8:1) is not equal to "-"
           or pays-date-work(9:2) is not numeric
            move query-lookup-name to val-field-word
            move "date" to val-rule-word
            perform record-rule-error
        end-if
    end-if.

scan-customer-payments.
    move 0 to pays-matched
    open input payhist-file
    if payhist-file-status is equal to "00"
        move "N" to payhist-eof
        perform read-customer-payment
            until payhist-eof is equal to "Y"
        close payhist-file
    end-if.

read-customer-payment.
    read payhist-file
        at end
            move "Y" to payhist-eof
        not at end
            if pay-cust-id is equal to cust-lookup-key
               and (pays-from-date is equal to spaces
                    or pay-date is not less than pays-from-date)
               and (pays-thru-date is equal to spaces
                    or pay-date is not greater than pays-thru-date)
                add 1 to pays-matched
                compute pays-slot =
                    mod(pays-matched - 1, pays-keep) + 1
                move payhist-record to pays-entry(pays-slot)
            end-if
    end-read.

search-customers.
    move "name" to query-lookup-name
    perform get-query-param
        to jf-value
    if jf-len is greater than 0
        move jf-value(1:1) to cpf-status
    end-if
    move json-get-field(post-body(1:bytes-read-num), "paylimit", jf-len)
        to jf-value
    if jf-len is greater than 0
        move function numval(jf-value(1:jf-len)) to cpf-pay-limit
    end-if
    move json-get-field(post-body(1:bytes-read-num), "paycount", jf-len)
        to jf-value
    if jf-len is greater than 0
        move function numval(jf-value(1:jf-len)) to cpf-pay-max-count
    end-if.

apply-customer.
            move 400 to resp-status-code
            move "missing id" to pay-post-result
        else
            move jf-value(1:6) to pay-post-id
            move json-get-field(post-body(1:bytes-read-num), "type",
                jf-len) to jf-value
            if jf-len is greater than 0
               and jf-value(1:1) is equal to "R"
                perform accept-payment-reversal
            else
                string "accepted " delimited by size
                    pay-post-id delimited by size
                    into pay-post-result
            end-if
        end-if
    end-if.

*> a reversal must name the payment it backs out; the posting run
*> checks that the payment was posted and not already reversed.
accept-payment-reversal.
    move json-get-field(post-body(1:bytes-read-num), "pid", jf-len)
        to jf-value
    if jf-len is less than or equal to 0
        move 400 to resp-status-code
        move "missing pid" to pay-post-result
    else
        move json-get-field(post-body(1:bytes-read-num), "seq", jf-len)
            to jf-value
        if jf-len is less than or equal to 0
            move 400 to resp-status-code
            move "missing seq" to pay-post-result
        else
            string "reversal " delimited by size
                pay-post-id delimited by size
                into pay-post-result
        end-if
    end-if.
            perform handle-customer-get
        when handler-is-custlist
            perform handle-customers-list
        when handler-is-custpays
            perform handle-customer-payments
        when handler-is-custpost
            perform handle-customer-post
        when handler-is-paypost
        '"}' delimited by size
        into cust-json-line with pointer cust-json-ptr.

*> only the newest 500 matches can be paged through, so the last
*> page inside that window never offers a further one.
handle-customer-payments.
    move spaces to cust-json-line
    string '{"id":"' delimited by size
        trim(cust-id) delimited by size
        '","payments":[' delimited by size
        into cust-json-line
    move resp-put-ln(trim(cust-json-line), out-handle) to rc
    move 0 to pays-found
    compute pays-first = (pays-page - 1) * pays-count-max + 1
    compute pays-last = pays-page * pays-count-max
    if pays-last is greater than pays-matched
        move pays-matched to pays-last
    end-if
    perform emit-customer-payment
        varying pays-idx from pays-first by 1
        until pays-idx is greater than pays-last
    compute pays-next-keep = pays-keep + pays-count-max
    if pays-matched is greater than pays-keep
       and pays-next-keep is not greater than 500
        move "Y" to pays-more
    else
        move "N" to pays-more
    end-if
    move spaces to cust-json-line
    move 1 to cust-json-ptr
    move pays-found to pays-num-edited
    string '],"count":' delimited by size
        trim(pays-num-edited) delimited by size
        into cust-json-line with pointer cust-json-ptr
    move pays-matched to pays-num-edited
    string ',"total":' delimited by size
        trim(pays-num-edited) delimited by size
        into cust-json-line with pointer cust-json-ptr
    move pays-page to pays-num-edited
    string ',"page":' delimited by size
        trim(pays-num-edited) delimited by size
        ',"more":"' delimited by size
        pays-more delimited by size
        '"}' delimited by size
        into cust-json-line with pointer cust-json-ptr
    move resp-put-ln(trim(cust-json-line), out-handle) to rc.

*> the idx-th newest match is number pays-matched - idx + 1 in
*> posting order.
emit-customer-payment.
    compute pays-slot =
        mod(pays-matched - pays-idx, pays-keep) + 1
    move pays-entry(pays-slot) to payhist-record
    if pays-found is greater than 0
        move resp-put-ln(",", out-handle) to rc
    end-if
    add 1 to pays-found
    move spaces to cust-json-line
    string '{"date":"' delimited by size
        pay-date delimited by size
        '","type":"' delimited by size
        pay-type delimited by size
        '","amount":' delimited by size
        trim(pay-amount) delimited by size
        ',"balance":' delimited by size
        trim(pay-balance) delimited by size
        '}' delimited by size
        into cust-json-line
    move resp-put-ln(trim(cust-json-line), out-handle) to rc.

handle-customer-post.
    if capture-was-written
        move capture-seq to capture-seq-edited
