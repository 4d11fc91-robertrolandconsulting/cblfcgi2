       >>SOURCE FORMAT IS FREE
*>*******************************************
*> monthly per-client usage billing over the access logs and the
*> transaction capture files written by the echo fastcgi worker.
*>
*> run on the first business day of the month with the billing
*> period as the first command-line argument in yyyymm form; with no
*> argument the current month is used.  reads the period's access
*> logs (access_yyyymm.arc plus the access_yyyymmdd.log files not yet
*> archived) and capture generations (capture_yyyymm.arc plus the
*> capture_yyyymmdd.dat files not yet archived) from the working
*> directory, and totals each client's requests and captured
*> transactions against the tariff file config/tariffs.cfg
*> (tariff.cpy), or the file named by ECHO_TARIFF_FILE.  rejected
*> requests (status 4xx, which includes 429) are not charged.  every
*> active client on the client key master (clientkey.cpy), and every
*> suspended one with usage in the period, gets an invoice
*> invoice_yyyymm_<clnt-id>.html merged from the invoice.html template
*> in the templates directory, with the same {{variable}} convention
*> as the statements; the {{lines}} line expands to one table row per
*> tariff the client's usage was priced on, rejected requests shown
*> but not charged.  the billing register billreg_yyyymm.txt lists
*> every invoice with the run's control totals and the exceptions.
*> the register proves the usage to its input: the period's log
*> records and captured transactions, less those with no client id,
*> must equal the units on the usage rows of every client, whether
*> on the master or not, so usage lost to a full client or row table
*> shows as the difference.  ends with return-code 8 when the period
*> is not a valid yyyymm, the tariff file, the client key master or
*> the template cannot be read, or the usage does not prove, 4 when
*> there were exceptions, otherwise 0.
*>*******************************************
identification division.
program-id. echobil.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select config-file assign to dynamic config-file-name
        organization is line sequential
        file status is config-file-status.
    select tariff-file assign to dynamic tariff-file-name
        organization is line sequential
        file status is tariff-file-status.
    select client-file assign to dynamic client-file-name
        organization is line sequential
        file status is client-file-status.
    select access-log-file assign to dynamic access-log-name
        organization is line sequential
        file status is access-log-status.
    select capture-file assign to dynamic capture-file-name
        organization is line sequential
        file status is capture-file-status.
    select template-file assign to dynamic template-file-name
        organization is line sequential
        file status is template-file-status.
    select invoice-file assign to dynamic invoice-file-name
        organization is line sequential
        file status is invoice-file-status.
    select register-file assign to dynamic register-file-name
        organization is line sequential
        file status is register-file-status.

data division.

file section.

fd  config-file.
01  config-record.
    copy "echocfg.cpy".

fd  tariff-file.
01  tariff-record.
    copy "tariff.cpy".

fd  client-file.
01  client-record.
    copy "clientkey.cpy".

fd  access-log-file.
01  access-log-record pic x(200).

fd  capture-file.
01  capture-record pic x(4220).

fd  template-file.
01  template-record pic x(256).

fd  invoice-file.
01  invoice-record pic x(512).

fd  register-file.
01  register-record pic x(132).

working-storage section.

01  config-file-name pic x(80) value "config/echo.cfg".
01  config-file-status pic x(02) value "00".
01  config-env-ptr usage pointer.
01  config-env-str based pic x(256).

01  tariff-file-name pic x(80) value "config/tariffs.cfg".
01  tariff-file-status pic x(02) value "00".
01  tariff-env-ptr usage pointer.
01  tariff-env-str based pic x(256).
01  client-file-name pic x(80) value "config/echoclients.cfg".
01  client-file-status pic x(02) value "00".
01  access-log-name pic x(40) value spaces.
01  access-log-status pic x(02) value "00".
01  capture-file-base pic x(40) value "capture.dat".
01  capture-base-len usage binary-long value 0.
01  capture-file-name pic x(40) value spaces.
01  capture-file-status pic x(02) value "00".
01  template-dir pic x(40) value "templates".
01  template-file-name pic x(80) value spaces.
01  template-file-status pic x(02) value "00".
01  invoice-file-name pic x(80) value spaces.
01  invoice-file-status pic x(02) value "00".
01  register-file-name pic x(40) value spaces.
01  register-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  bill-period pic x(06) value spaces.
01  bill-period-dashed pic x(07) value spaces.
01  period-work.
    05  period-work-year  pic 9(04).
    05  period-work-month pic 9(02).
01  period-valid pic x(01) value "Y".
    88  period-is-valid value "Y".
01  refuse-run pic x(01) value "N".
    88  run-is-refused value "Y".

01  scan-day usage binary-long value 0.
01  scan-day-edited pic 9(02).
01  scan-suffix pic x(08) value spaces.

01  tariff-eof pic x(01) value "N".
    88  tariff-at-end value "Y".
01  client-eof pic x(01) value "N".
    88  client-at-end value "Y".
01  access-eof pic x(01) value "N".
    88  access-at-end value "Y".
01  capture-eof pic x(01) value "N".
    88  capture-at-end value "Y".
01  template-eof pic x(01) value "N".

01  log-line-fields.
    05  log-fld-timestamp pic x(19).
    05  filler            pic x(01).
    05  log-fld-uri       pic x(60).
    05  filler            pic x(01).
    05  log-fld-accept-rc pic x(09).
    05  filler            pic x(01).
    05  log-fld-status    pic 9(03).
    05  filler            pic x(01).
    05  log-fld-client    pic x(10).

01  capture-line.
    copy "trancap.cpy".

01  status-num usage binary-long value 0.

01  file-used usage binary-long value 0.
01  file-idx usage binary-long value 0.
01  file-table.
    05  file-entry occurs 70 times.
        10  file-name  pic x(40).
        10  file-lines usage binary-long.
01  file-line-count usage binary-long value 0.
01  noted-file-name pic x(40) value spaces.

01  tariff-used usage binary-long value 0.
01  tariff-idx usage binary-long value 0.
01  tariff-hit usage binary-long value 0.
01  tariff-overflow pic x(01) value "N".
01  tariff-invalid usage binary-long value 0.
01  tariff-table.
    05  tariff-entry occurs 200 times.
        10  tariff-kind        pic x(01).
        10  tariff-client      pic x(10).
        10  tariff-route       pic x(40).
        10  tariff-route-len   usage binary-long.
        10  tariff-rate        pic 9(03)v9(05).
        10  tariff-free-units  pic 9(09).
        10  tariff-min-charge  pic 9(07)v99.
        10  tariff-description pic x(30).
01  tariff-score usage binary-long value 0.
01  tariff-best-score usage binary-long value 0.

*> one entry per client seen on the master or in the usage; a client
*> with usage but no master record is billed to nobody and reported.
01  bill-used usage binary-long value 0.
01  bill-idx usage binary-long value 0.
01  bill-hit usage binary-long value 0.
01  bill-overflow pic x(01) value "N".
01  bill-table.
    05  bill-entry occurs 500 times.
        10  bill-client       pic x(10).
        10  bill-status       pic x(01).
        10  bill-on-master    pic x(01).
        10  bill-invoiced     pic x(01).
        10  bill-requests     usage binary-long.
        10  bill-rejected     usage binary-long.
        10  bill-transactions usage binary-long.
        10  bill-first-row    usage binary-long.
        10  bill-last-row     usage binary-long.
        10  bill-usage-amount pic 9(09)v99.
        10  bill-min-charge   pic 9(07)v99.
        10  bill-adjustment   pic 9(09)v99.
        10  bill-total        pic 9(09)v99.

*> one usage row per client, kind and tariff, chained from the
*> client's entry in the order first used.  row-tariff is zero for
*> usage no tariff record covers.
01  row-used usage binary-long value 0.
01  row-idx usage binary-long value 0.
01  row-hit usage binary-long value 0.
01  row-overflow pic x(01) value "N".
01  row-table.
    05  row-entry occurs 3000 times.
        10  row-kind     pic x(01).
        10  row-tariff   usage binary-long.
        10  row-next     usage binary-long.
        10  row-total    usage binary-long.
        10  row-rejected usage binary-long.
        10  row-billable usage binary-long.
        10  row-free     usage binary-long.
        10  row-charged  usage binary-long.
        10  row-amount   pic 9(09)v99.

01  usage-kind pic x(01) value space.
01  usage-client pic x(10) value spaces.
01  usage-uri pic x(60) value spaces.
01  usage-rejected pic x(01) value "N".
    88  usage-is-rejected value "Y".

01  total-log-lines usage binary-long value 0.
01  total-capture-lines usage binary-long value 0.
01  total-anonymous usage binary-long value 0.
01  total-capture-anonymous usage binary-long value 0.
01  total-rejected usage binary-long value 0.
01  total-billable usage binary-long value 0.
01  total-free usage binary-long value 0.
01  total-charged usage binary-long value 0.
01  total-unpriced usage binary-long value 0.
01  unknown-clients usage binary-long value 0.
01  invoices-written usage binary-long value 0.
01  invoices-failed usage binary-long value 0.
01  usage-control-total pic 9(11)v99 value 0.
01  adjustment-control-total pic 9(11)v99 value 0.
01  invoiced-control-total pic 9(11)v99 value 0.
01  input-units usage binary-long value 0.
01  row-units usage binary-long value 0.
01  dropped-units usage binary-long value 0.
01  unit-difference usage binary-long value 0.

01  units-unproved pic x(01) value "N".
    88  units-are-unproved value "Y".

01  tmpl-line-count usage binary-long value 0.
01  tmpl-idx usage binary-long value 0.
01  template-table.
    05  template-line-entry occurs 100 times pic x(256).
01  tmpl-var-count usage binary-long value 0.
01  tmpl-var-table.
    05  tmpl-var-entry occurs 10 times.
        10  tmpl-var-name  pic x(20).
        10  tmpl-var-value pic x(256).
01  tmpl-var-idx usage binary-long value 0.
01  merge-line pic x(512) value spaces.
01  tmpl-build pic x(512) value spaces.
01  tmpl-token pic x(26) value spaces.
01  tmpl-token-len usage binary-long value 0.
01  tmpl-sub-done pic x(01) value "N".
01  tmpl-scan-pos usage binary-long value 0.
01  tmpl-scan-max usage binary-long value 0.
01  tmpl-found-pos usage binary-long value 0.
01  tmpl-resume-pos usage binary-long value 0.
01  hesc-in pic x(256) value spaces.
01  hesc-in-len usage binary-long value 0.
01  hesc-idx usage binary-long value 0.
01  hesc-out-idx usage binary-long value 0.
01  hesc-char pic x(01) value space.
01  hesc-buf pic x(2048) value spaces.
01  hesc-len usage binary-long value 0.
01  entity-text pic x(06) value spaces.
01  entity-len usage binary-long value 0.

01  kind-word pic x(12) value spaces.
01  route-word pic x(40) value spaces.
01  rate-edited pic zz9.99999.
01  amount-edited pic -(7)9.99.
01  amount-edited-2 pic -(7)9.99.
01  amount-edited-3 pic -(7)9.99.
01  amount-edited-4 pic -(7)9.99.
01  unit-edited pic zzz,zzz,zz9.
01  unit-edited-2 pic zzz,zzz,zz9.
01  unit-edited-3 pic zzz,zzz,zz9.
01  unit-edited-4 pic zzz,zzz,zz9.

01  register-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  count-edited-2 pic zzz,zzz,zz9.
01  count-edited-3 pic zzz,zzz,zz9.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform load-config
    perform get-billing-period
    open output register-file
    perform write-register-header
    if not period-is-valid
        string "billing period " delimited by size
            trim(cmd-line) delimited by size
            " is not a valid yyyymm month - run abandoned"
                delimited by size
            into register-line
        perform put-register-line
        close register-file
        move 8 to return-code
        goback
    end-if
    perform load-tariffs
    perform load-invoice-template
    perform load-client-master
    if run-is-refused
        close register-file
        move 8 to return-code
        goback
    end-if
    perform load-access-logs
    perform load-captures
    perform price-one-client
        varying bill-idx from 1 by 1
        until bill-idx is greater than bill-used
    perform write-one-invoice
        varying bill-idx from 1 by 1
        until bill-idx is greater than bill-used
    perform prove-usage-units
    perform write-tariff-section
    perform write-files-section
    perform write-invoice-section
    perform write-exception-section
    perform write-control-totals
    close register-file
    if unknown-clients is greater than 0
       or total-unpriced is greater than 0
       or tariff-invalid is greater than 0
       or invoices-failed is greater than 0
       or tariff-overflow is equal to "Y"
       or bill-overflow is equal to "Y"
       or row-overflow is equal to "Y"
        move 4 to return-code
    end-if
    if units-are-unproved
        move 8 to return-code
    end-if
    goback.

load-config.
    call 'getenv' using by content z'ECHO_CONFIG_FILE'
    returning config-env-ptr
    if config-env-ptr is not equal to null
        set address of config-env-str to config-env-ptr
        unstring config-env-str delimited by x'00' into config-file-name
    end-if

    open input config-file
    if config-file-status is equal to "00"
        read config-file
        if config-file-status is equal to "00"
            if cfg-capture-file-name is not equal to spaces
                move cfg-capture-file-name to capture-file-base
            end-if
            if cfg-template-dir is not equal to spaces
                move cfg-template-dir to template-dir
            end-if
            if cfg-client-file-name is not equal to spaces
                move cfg-client-file-name to client-file-name
            end-if
        end-if
        close config-file
    end-if.

get-billing-period.
    accept cmd-line from command-line
    if cmd-line(1:6) is not equal to spaces
        move cmd-line(1:6) to bill-period
    else
        move function current-date(1:6) to bill-period
    end-if
    move "Y" to period-valid
    if bill-period is not numeric
        move "N" to period-valid
    else
        move bill-period to period-work
        if period-work-month is less than 1
           or period-work-month is greater than 12
            move "N" to period-valid
        end-if
    end-if
    string bill-period(1:4) delimited by size
        "-" delimited by size
        bill-period(5:2) delimited by size
        into bill-period-dashed
    string "billreg_" delimited by size
        bill-period delimited by size
        ".txt" delimited by size
        into register-file-name.

load-tariffs.
    call 'getenv' using by content z'ECHO_TARIFF_FILE'
    returning tariff-env-ptr
    if tariff-env-ptr is not equal to null
        set address of tariff-env-str to tariff-env-ptr
        unstring tariff-env-str delimited by x'00' into tariff-file-name
    end-if

    move 0 to tariff-used
    open input tariff-file
    if tariff-file-status is not equal to "00"
        string "tariff file " delimited by size
            trim(tariff-file-name) delimited by size
            " could not be opened - no invoices written"
                delimited by size
            into register-line
        perform put-register-line
        move "Y" to refuse-run
    else
        move "N" to tariff-eof
        perform read-tariff-record until tariff-at-end
        close tariff-file
        if tariff-used is equal to 0
            string "tariff file " delimited by size
                trim(tariff-file-name) delimited by size
                " holds no valid tariffs - no invoices written"
                    delimited by size
                into register-line
            perform put-register-line
            move "Y" to refuse-run
        end-if
    end-if.

read-tariff-record.
    read tariff-file
        at end
            move "Y" to tariff-eof
        not at end
            if trf-kind is not equal to space
                perform store-tariff-record
            end-if
    end-read.

store-tariff-record.
    if (trf-kind is not equal to "R"
        and trf-kind is not equal to "T"
        and trf-kind is not equal to "M")
       or trf-rate is not numeric
       or trf-free-units is not numeric
       or trf-min-charge is not numeric
        add 1 to tariff-invalid
    else
        if tariff-used is less than 200
            add 1 to tariff-used
            move trf-kind to tariff-kind(tariff-used)
            move trf-client to tariff-client(tariff-used)
            move trf-route to tariff-route(tariff-used)
            if trf-route is equal to spaces
                move 0 to tariff-route-len(tariff-used)
            else
                move length(trim(trf-route)) to tariff-route-len(tariff-used)
            end-if
            move trf-rate to tariff-rate(tariff-used)
            move trf-free-units to tariff-free-units(tariff-used)
            move trf-min-charge to tariff-min-charge(tariff-used)
            move trf-description to tariff-description(tariff-used)
        else
            move "Y" to tariff-overflow
        end-if
    end-if.

load-invoice-template.
    move spaces to template-file-name
    string trim(template-dir) delimited by size
        "/invoice.html" delimited by size
        into template-file-name
    open input template-file
    if template-file-status is equal to "00"
        move 0 to tmpl-line-count
        move "N" to template-eof
        perform read-template-line
            until template-eof is equal to "Y"
               or tmpl-line-count is greater than or equal to 100
        close template-file
        move "00" to template-file-status
    else
        string "invoice template " delimited by size
            trim(template-file-name) delimited by size
            " could not be opened - no invoices written"
                delimited by size
            into register-line
        perform put-register-line
        move "Y" to refuse-run
    end-if.

read-template-line.
    read template-file
        at end
            move "Y" to template-eof
        not at end
            add 1 to tmpl-line-count
            move template-record to template-line-entry(tmpl-line-count)
    end-read.

load-client-master.
    open input client-file
    if client-file-status is not equal to "00"
        string "client key master " delimited by size
            trim(client-file-name) delimited by size
            " could not be opened - no invoices written"
                delimited by size
            into register-line
        perform put-register-line
        move "Y" to refuse-run
    else
        move "N" to client-eof
        perform read-client-record until client-at-end
        close client-file
    end-if.

read-client-record.
    read client-file
        at end
            move "Y" to client-eof
        not at end
            if clnt-id is not equal to spaces
                move clnt-id to usage-client
                perform find-bill-entry
                if bill-hit is greater than 0
                    move "Y" to bill-on-master(bill-hit)
                    move clnt-status to bill-status(bill-hit)
                end-if
            end-if
    end-read.

*> bill-hit comes back zero only when the table is full.
find-bill-entry.
    move 0 to bill-hit
    perform scan-bill-entry
        varying bill-idx from 1 by 1
        until bill-idx is greater than bill-used
           or bill-hit is greater than 0
    if bill-hit is equal to 0
        if bill-used is less than 500
            add 1 to bill-used
            move bill-used to bill-hit
            move usage-client to bill-client(bill-hit)
            move space to bill-status(bill-hit)
            move "N" to bill-on-master(bill-hit)
            move "N" to bill-invoiced(bill-hit)
            move 0 to bill-requests(bill-hit)
            move 0 to bill-rejected(bill-hit)
            move 0 to bill-transactions(bill-hit)
            move 0 to bill-first-row(bill-hit)
            move 0 to bill-last-row(bill-hit)
            move 0 to bill-usage-amount(bill-hit)
            move 0 to bill-min-charge(bill-hit)
            move 0 to bill-adjustment(bill-hit)
            move 0 to bill-total(bill-hit)
        else
            move "Y" to bill-overflow
        end-if
    end-if.

scan-bill-entry.
    if bill-client(bill-idx) is equal to usage-client
        move bill-idx to bill-hit
    end-if.

*> the archive holds the days the maintenance run has already rolled
*> up and the daily files the days still inside the retention window;
*> a day is never in both.
load-access-logs.
    move spaces to access-log-name
    string "access_" delimited by size
        bill-period delimited by size
        ".arc" delimited by size
        into access-log-name
    perform load-one-access-log
    perform load-daily-access-log
        varying scan-day from 1 by 1
        until scan-day is greater than 31.

load-daily-access-log.
    move scan-day to scan-day-edited
    move spaces to access-log-name
    string "access_" delimited by size
        bill-period delimited by size
        scan-day-edited delimited by size
        ".log" delimited by size
        into access-log-name
    perform load-one-access-log.

load-one-access-log.
    open input access-log-file
    if access-log-status is equal to "00"
        move 0 to file-line-count
        move "N" to access-eof
        perform read-access-line until access-at-end
        close access-log-file
        move access-log-name to noted-file-name
        perform note-file-read
    end-if.

read-access-line.
    read access-log-file
        at end
            move "Y" to access-eof
        not at end
            add 1 to file-line-count
            perform tally-access-line
    end-read.

tally-access-line.
    move access-log-record to log-line-fields
    if log-fld-timestamp(1:7) is equal to bill-period-dashed
        add 1 to total-log-lines
        if log-fld-client is equal to spaces
           or log-fld-client is equal to "-"
            add 1 to total-anonymous
        else
            if log-fld-status is numeric
                move log-fld-status to status-num
            else
                move 0 to status-num
            end-if
            move "R" to usage-kind
            move log-fld-client to usage-client
            move log-fld-uri to usage-uri
            move "N" to usage-rejected
            if status-num is greater than or equal to 400
               and status-num is less than 500
                move "Y" to usage-rejected
            end-if
            perform tally-usage
        end-if
    end-if.

load-captures.
    move bill-period to scan-suffix
    perform derive-capture-name
    perform load-one-capture
    perform load-daily-capture
        varying scan-day from 1 by 1
        until scan-day is greater than 31.

load-daily-capture.
    move scan-day to scan-day-edited
    move spaces to scan-suffix
    string bill-period delimited by size
        scan-day-edited delimited by size
        into scan-suffix
    perform derive-capture-name
    perform load-one-capture.

*> the same naming the worker and the maintenance run use: the
*> configured capture name with _yyyymmdd.dat for a daily generation
*> and _yyyymm.arc for the monthly archive.
derive-capture-name.
    compute capture-base-len = length(trim(capture-file-base))
    move spaces to capture-file-name
    if capture-base-len is greater than 4
       and capture-file-base(capture-base-len - 3:4)
           is equal to ".dat"
        string capture-file-base(1:capture-base-len - 4)
               delimited by size
            "_" delimited by size
            trim(scan-suffix) delimited by size
            into capture-file-name
    else
        string trim(capture-file-base) delimited by size
            "_" delimited by size
            trim(scan-suffix) delimited by size
            into capture-file-name
    end-if
    if scan-suffix(7:2) is equal to spaces
        string trim(capture-file-name) delimited by size
            ".arc" delimited by size
            into capture-file-name
    else
        string trim(capture-file-name) delimited by size
            ".dat" delimited by size
            into capture-file-name
    end-if.

load-one-capture.
    open input capture-file
    if capture-file-status is equal to "00"
        move 0 to file-line-count
        move "N" to capture-eof
        perform read-capture-line until capture-at-end
        close capture-file
        move capture-file-name to noted-file-name
        perform note-file-read
    end-if.

read-capture-line.
    read capture-file
        at end
            move "Y" to capture-eof
        not at end
            add 1 to file-line-count
            perform tally-capture-line
    end-read.

tally-capture-line.
    if capture-record(1:3) is not equal to "HDR"
       and capture-record(1:3) is not equal to "TRL"
        move capture-record to capture-line
        if tran-timestamp(1:7) is equal to bill-period-dashed
            add 1 to total-capture-lines
            if tran-client is not equal to spaces
                move "T" to usage-kind
                move tran-client to usage-client
                move tran-uri to usage-uri
                move "N" to usage-rejected
                perform tally-usage
            else
                add 1 to total-capture-anonymous
            end-if
        end-if
    end-if.

note-file-read.
    if file-used is less than 70
        add 1 to file-used
        move noted-file-name to file-name(file-used)
        move file-line-count to file-lines(file-used)
    end-if.

tally-usage.
    perform find-bill-entry
    if bill-hit is greater than 0
        perform match-tariff
        perform find-usage-row
        if row-hit is greater than 0
            add 1 to row-total(row-hit)
            if usage-is-rejected
                add 1 to row-rejected(row-hit)
            end-if
        else
            add 1 to dropped-units
        end-if
        if usage-kind is equal to "T"
            add 1 to bill-transactions(bill-hit)
        else
            add 1 to bill-requests(bill-hit)
            if usage-is-rejected
                add 1 to bill-rejected(bill-hit)
            end-if
        end-if
    else
        add 1 to dropped-units
    end-if.

*> longest matching route prefix wins; a client's own record beats
*> the standard record of the same length.
match-tariff.
    move 0 to tariff-hit
    move -1 to tariff-best-score
    perform check-tariff-entry
        varying tariff-idx from 1 by 1
        until tariff-idx is greater than tariff-used.

check-tariff-entry.
    if tariff-kind(tariff-idx) is equal to usage-kind
       and (tariff-client(tariff-idx) is equal to spaces
            or tariff-client(tariff-idx) is equal to usage-client)
        move -1 to tariff-score
        if tariff-route-len(tariff-idx) is equal to 0
            move 0 to tariff-score
        else
            if usage-uri(1:tariff-route-len(tariff-idx)) is equal to
               tariff-route(tariff-idx)(1:tariff-route-len(tariff-idx))
                compute tariff-score = tariff-route-len(tariff-idx) * 2
            end-if
        end-if
        if tariff-score is not less than 0
            if tariff-client(tariff-idx) is not equal to spaces
                add 1 to tariff-score
            end-if
            if tariff-score is greater than tariff-best-score
                move tariff-score to tariff-best-score
                move tariff-idx to tariff-hit
            end-if
        end-if
    end-if.

find-usage-row.
    move 0 to row-hit
    move bill-first-row(bill-hit) to row-idx
    perform scan-usage-row
        until row-idx is equal to 0
           or row-hit is greater than 0
    if row-hit is equal to 0
        if row-used is less than 3000
            add 1 to row-used
            move row-used to row-hit
            move usage-kind to row-kind(row-hit)
            move tariff-hit to row-tariff(row-hit)
            move 0 to row-next(row-hit)
            move 0 to row-total(row-hit)
            move 0 to row-rejected(row-hit)
            move 0 to row-billable(row-hit)
            move 0 to row-free(row-hit)
            move 0 to row-charged(row-hit)
            move 0 to row-amount(row-hit)
            if bill-first-row(bill-hit) is equal to 0
                move row-hit to bill-first-row(bill-hit)
            else
                move row-hit to row-next(bill-last-row(bill-hit))
            end-if
            move row-hit to bill-last-row(bill-hit)
        else
            move "Y" to row-overflow
        end-if
    end-if.

scan-usage-row.
    if row-kind(row-idx) is equal to usage-kind
       and row-tariff(row-idx) is equal to tariff-hit
        move row-idx to row-hit
    else
        move row-next(row-idx) to row-idx
    end-if.

price-one-client.
    move 0 to bill-usage-amount(bill-idx)
    move bill-first-row(bill-idx) to row-idx
    perform price-one-row
        until row-idx is equal to 0
    move bill-client(bill-idx) to usage-client
    perform find-minimum-charge
    if bill-usage-amount(bill-idx) is less than bill-min-charge(bill-idx)
        compute bill-adjustment(bill-idx) =
            bill-min-charge(bill-idx) - bill-usage-amount(bill-idx)
    else
        move 0 to bill-adjustment(bill-idx)
    end-if
    compute bill-total(bill-idx) =
        bill-usage-amount(bill-idx) + bill-adjustment(bill-idx).

price-one-row.
    compute row-billable(row-idx) = row-total(row-idx) - row-rejected(row-idx)
    if row-tariff(row-idx) is equal to 0
        move 0 to row-free(row-idx)
        move row-billable(row-idx) to row-charged(row-idx)
        move 0 to row-amount(row-idx)
    else
        move row-tariff(row-idx) to tariff-idx
        if row-billable(row-idx) is greater than tariff-free-units(tariff-idx)
            move tariff-free-units(tariff-idx) to row-free(row-idx)
        else
            move row-billable(row-idx) to row-free(row-idx)
        end-if
        compute row-charged(row-idx) =
            row-billable(row-idx) - row-free(row-idx)
        compute row-amount(row-idx) rounded =
            row-charged(row-idx) * tariff-rate(tariff-idx)
    end-if
    add row-amount(row-idx) to bill-usage-amount(bill-idx)
    move row-next(row-idx) to row-idx.

*> a client's own minimum charge record beats the standard one.
find-minimum-charge.
    move 0 to bill-min-charge(bill-idx)
    move 0 to tariff-hit
    perform check-minimum-entry
        varying tariff-idx from 1 by 1
        until tariff-idx is greater than tariff-used
    if tariff-hit is greater than 0
        move tariff-min-charge(tariff-hit) to bill-min-charge(bill-idx)
    end-if.

check-minimum-entry.
    if tariff-kind(tariff-idx) is equal to "M"
        if tariff-client(tariff-idx) is equal to usage-client
            move tariff-idx to tariff-hit
        else
            if tariff-client(tariff-idx) is equal to spaces
                if tariff-hit is equal to 0
                    move tariff-idx to tariff-hit
                else
                    if tariff-client(tariff-hit) is equal to spaces
                        move tariff-idx to tariff-hit
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> active clients are billed every month, if only the minimum charge;
*> a suspended client is billed for a month it still had usage in.
write-one-invoice.
    if bill-on-master(bill-idx) is equal to "Y"
        if bill-status(bill-idx) is equal to "A"
           or bill-first-row(bill-idx) is greater than 0
            perform write-invoice-file
        end-if
    else
        add 1 to unknown-clients
    end-if.

write-invoice-file.
    move spaces to invoice-file-name
    string "invoice_" delimited by size
        bill-period delimited by size
        "_" delimited by size
        trim(bill-client(bill-idx)) delimited by size
        ".html" delimited by size
        into invoice-file-name
    open output invoice-file
    if invoice-file-status is equal to "00"
        perform set-invoice-vars
        perform merge-template-line
            varying tmpl-idx from 1 by 1
            until tmpl-idx is greater than tmpl-line-count
        close invoice-file
        move "Y" to bill-invoiced(bill-idx)
        add 1 to invoices-written
        add bill-usage-amount(bill-idx) to usage-control-total
        add bill-adjustment(bill-idx) to adjustment-control-total
        add bill-total(bill-idx) to invoiced-control-total
        perform add-client-units
    else
        add 1 to invoices-failed
    end-if.

*> the rows are counted whole, not as invoiced, so a client missing
*> from the master is still inside the proof.
prove-usage-units.
    compute input-units = total-log-lines - total-anonymous
        + total-capture-lines - total-capture-anonymous
    move 0 to row-units
    perform add-row-total
        varying row-idx from 1 by 1
        until row-idx is greater than row-used
    compute unit-difference = input-units - row-units
    if unit-difference is equal to 0
        move "N" to units-unproved
    else
        move "Y" to units-unproved
    end-if.

add-row-total.
    add row-total(row-idx) to row-units.

add-client-units.
    move bill-first-row(bill-idx) to row-idx
    perform add-row-units
        until row-idx is equal to 0.

add-row-units.
    add row-rejected(row-idx) to total-rejected
    add row-billable(row-idx) to total-billable
    add row-free(row-idx) to total-free
    add row-charged(row-idx) to total-charged
    if row-tariff(row-idx) is equal to 0
        add row-charged(row-idx) to total-unpriced
    end-if
    move row-next(row-idx) to row-idx.

set-invoice-vars.
    move 8 to tmpl-var-count
    move "client" to tmpl-var-name(1)
    move bill-client(bill-idx) to tmpl-var-value(1)
    move "invoice" to tmpl-var-name(2)
    move spaces to tmpl-var-value(2)
    string bill-period delimited by size
        "-" delimited by size
        trim(bill-client(bill-idx)) delimited by size
        into tmpl-var-value(2)
    move "period" to tmpl-var-name(3)
    move bill-period-dashed to tmpl-var-value(3)
    move "usage" to tmpl-var-name(4)
    move bill-usage-amount(bill-idx) to amount-edited
    move trim(amount-edited) to tmpl-var-value(4)
    move "minimum" to tmpl-var-name(5)
    move bill-min-charge(bill-idx) to amount-edited
    move trim(amount-edited) to tmpl-var-value(5)
    move "adjustment" to tmpl-var-name(6)
    move bill-adjustment(bill-idx) to amount-edited
    move trim(amount-edited) to tmpl-var-value(6)
    move "total" to tmpl-var-name(7)
    move bill-total(bill-idx) to amount-edited
    move trim(amount-edited) to tmpl-var-value(7)
    move "rejected" to tmpl-var-name(8)
    move bill-rejected(bill-idx) to count-edited
    move trim(count-edited) to tmpl-var-value(8).

merge-template-line.
    move template-line-entry(tmpl-idx) to merge-line
    if merge-line(1:9) is equal to "{{lines}}"
        perform write-usage-rows
    else
        perform substitute-template-vars
        move merge-line to invoice-record
        write invoice-record
    end-if.

write-usage-rows.
    if bill-first-row(bill-idx) is equal to 0
        move spaces to invoice-record
        move '<tr><td colspan="9">no usage this period</td></tr>'
            to invoice-record
        write invoice-record
    end-if
    move bill-first-row(bill-idx) to row-idx
    perform write-one-usage-row
        until row-idx is equal to 0.

write-one-usage-row.
    if row-kind(row-idx) is equal to "T"
        move "transactions" to kind-word
    else
        move "requests" to kind-word
    end-if
    move row-tariff(row-idx) to tariff-idx
    if tariff-idx is equal to 0
        move "(no tariff)" to route-word
        move spaces to hesc-in
        move 0 to rate-edited
    else
        if tariff-route(tariff-idx) is equal to spaces
            move "(any route)" to route-word
        else
            move tariff-route(tariff-idx) to route-word
        end-if
        move tariff-description(tariff-idx) to hesc-in
        move tariff-rate(tariff-idx) to rate-edited
    end-if
    perform escape-template-value
    if hesc-len is equal to 0
        move 1 to hesc-len
    end-if
    move row-total(row-idx) to unit-edited
    move row-rejected(row-idx) to unit-edited-2
    move row-free(row-idx) to unit-edited-3
    move row-charged(row-idx) to unit-edited-4
    move row-amount(row-idx) to amount-edited
    move spaces to invoice-record
    string "<tr><td>" delimited by size
        trim(kind-word) delimited by size
        "</td><td>" delimited by size
        trim(route-word) delimited by size
        "</td><td>" delimited by size
        hesc-buf(1:hesc-len) delimited by size
        '</td><td class="amount">' delimited by size
        trim(unit-edited) delimited by size
        '</td><td class="amount">' delimited by size
        trim(unit-edited-2) delimited by size
        '</td><td class="amount">' delimited by size
        trim(unit-edited-3) delimited by size
        '</td><td class="amount">' delimited by size
        trim(unit-edited-4) delimited by size
        '</td><td class="amount">' delimited by size
        trim(rate-edited) delimited by size
        '</td><td class="amount">' delimited by size
        trim(amount-edited) delimited by size
        "</td></tr>" delimited by size
        into invoice-record
    write invoice-record
    move row-next(row-idx) to row-idx.

substitute-template-vars.
    perform substitute-one-var
        varying tmpl-var-idx from 1 by 1
        until tmpl-var-idx is greater than tmpl-var-count.

substitute-one-var.
    move spaces to tmpl-token
    string "{{" delimited by size
        trim(tmpl-var-name(tmpl-var-idx)) delimited by size
        "}}" delimited by size
        into tmpl-token
    compute tmpl-token-len =
        length(trim(tmpl-var-name(tmpl-var-idx))) + 4
    move "N" to tmpl-sub-done
    move 1 to tmpl-resume-pos
    perform replace-token-once
        until tmpl-sub-done is equal to "Y".

replace-token-once.
    move 0 to tmpl-found-pos
    compute tmpl-scan-max = length of merge-line - tmpl-token-len
    perform scan-for-token
        varying tmpl-scan-pos from tmpl-resume-pos by 1
        until tmpl-scan-pos is greater than tmpl-scan-max
           or tmpl-found-pos is greater than 0
    if tmpl-found-pos is equal to 0
        move "Y" to tmpl-sub-done
    else
        move tmpl-var-value(tmpl-var-idx) to hesc-in
        perform escape-template-value
        if hesc-len is equal to 0
            move 1 to hesc-len
        end-if
        move spaces to tmpl-build
        if tmpl-found-pos is greater than 1
            string merge-line(1:tmpl-found-pos - 1) delimited by size
                hesc-buf(1:hesc-len) delimited by size
                merge-line(tmpl-found-pos + tmpl-token-len:)
                    delimited by size
                into tmpl-build
        else
            string hesc-buf(1:hesc-len) delimited by size
                merge-line(tmpl-found-pos + tmpl-token-len:)
                    delimited by size
                into tmpl-build
        end-if
        move tmpl-build to merge-line
        compute tmpl-resume-pos = tmpl-found-pos + hesc-len
    end-if.

scan-for-token.
    if merge-line(tmpl-scan-pos:tmpl-token-len)
       is equal to tmpl-token(1:tmpl-token-len)
        move tmpl-scan-pos to tmpl-found-pos
    end-if.

*> substituted values are html-escaped the same way the worker's
*> template engine escapes them, so a client id or tariff description
*> containing &, <, > or a quote cannot break the invoice markup.
escape-template-value.
    move spaces to hesc-buf
    move 1 to hesc-out-idx
    compute hesc-in-len = length(trim(hesc-in))
    perform escape-value-char
        varying hesc-idx from 1 by 1
        until hesc-idx is greater than hesc-in-len
           or hesc-out-idx is greater than length of hesc-buf
    compute hesc-len = hesc-out-idx - 1.

escape-value-char.
    move hesc-in(hesc-idx:1) to hesc-char
    evaluate hesc-char
        when "&"
            move "&amp;" to entity-text
            move 5 to entity-len
            perform write-escape-entity
        when "<"
            move "&lt;" to entity-text
            move 4 to entity-len
            perform write-escape-entity
        when ">"
            move "&gt;" to entity-text
            move 4 to entity-len
            perform write-escape-entity
        when '"'
            move "&quot;" to entity-text
            move 6 to entity-len
            perform write-escape-entity
        when other
            move hesc-char to hesc-buf(hesc-out-idx:1)
            add 1 to hesc-out-idx
    end-evaluate.

write-escape-entity.
    if hesc-out-idx is greater than
       length of hesc-buf - entity-len + 1
        compute hesc-out-idx = length of hesc-buf + 1
    else
        move entity-text(1:entity-len)
            to hesc-buf(hesc-out-idx:entity-len)
        add entity-len to hesc-out-idx
    end-if.

put-register-line.
    move register-line to register-record
    write register-record
    move spaces to register-line.

write-register-header.
    string "client usage billing register for period " delimited by size
        bill-period-dashed delimited by size
        into register-line
    perform put-register-line
    move "================================================" to register-line
    perform put-register-line
    perform put-register-line.

write-tariff-section.
    move "tariff" to register-line
    perform put-register-line
    move "------" to register-line
    perform put-register-line
    string "  kind client     route" delimited by size
        "                                         " delimited by size
        "rate  free units     minimum description" delimited by size
        into register-line
    perform put-register-line
    perform write-tariff-line
        varying tariff-idx from 1 by 1
        until tariff-idx is greater than tariff-used
    if tariff-invalid is greater than 0
        move tariff-invalid to count-edited
        string "  warning: invalid tariff records skipped " delimited by size
            count-edited delimited by size
            into register-line
        perform put-register-line
    end-if
    if tariff-overflow is equal to "Y"
        move "  warning: more than 200 tariff records; the rest were ignored"
            to register-line
        perform put-register-line
    end-if
    perform put-register-line.

write-tariff-line.
    move tariff-rate(tariff-idx) to rate-edited
    move tariff-free-units(tariff-idx) to count-edited
    move tariff-min-charge(tariff-idx) to amount-edited
    string "  " delimited by size
        tariff-kind(tariff-idx) delimited by size
        "    " delimited by size
        tariff-client(tariff-idx) delimited by size
        " " delimited by size
        tariff-route(tariff-idx) delimited by size
        " " delimited by size
        rate-edited delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        amount-edited delimited by size
        " " delimited by size
        tariff-description(tariff-idx) delimited by size
        into register-line
    perform put-register-line.

write-files-section.
    move "usage files read" to register-line
    perform put-register-line
    move "----------------" to register-line
    perform put-register-line
    if file-used is equal to 0
        move "  (no access logs or capture files found for the period)"
            to register-line
        perform put-register-line
    end-if
    perform write-file-line
        varying file-idx from 1 by 1
        until file-idx is greater than file-used
    perform put-register-line.

write-file-line.
    move file-lines(file-idx) to count-edited
    string "  " delimited by size
        file-name(file-idx) delimited by size
        " " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line.

write-invoice-section.
    move "invoices" to register-line
    perform put-register-line
    move "--------" to register-line
    perform put-register-line
    move "  client    st    requests    rejected transactions       usage  adjustment    invoiced"
        to register-line
    perform put-register-line
    if invoices-written is equal to 0
        move "  (no invoices written)" to register-line
        perform put-register-line
    end-if
    perform write-invoice-line
        varying bill-idx from 1 by 1
        until bill-idx is greater than bill-used
    perform put-register-line.

write-invoice-line.
    if bill-on-master(bill-idx) is equal to "Y"
        if bill-invoiced(bill-idx) is equal to "Y"
            perform write-client-line
        else
            if bill-status(bill-idx) is equal to "A"
               or bill-first-row(bill-idx) is greater than 0
                move spaces to register-line
                string "  " delimited by size
                    bill-client(bill-idx) delimited by size
                    " invoice file could not be written" delimited by size
                    into register-line
                perform put-register-line
            end-if
        end-if
    end-if.

write-client-line.
    move bill-requests(bill-idx) to count-edited
    move bill-rejected(bill-idx) to count-edited-2
    move bill-transactions(bill-idx) to count-edited-3
    move bill-usage-amount(bill-idx) to amount-edited
    move bill-adjustment(bill-idx) to amount-edited-2
    move bill-total(bill-idx) to amount-edited-3
    string "  " delimited by size
        bill-client(bill-idx) delimited by size
        " " delimited by size
        bill-status(bill-idx) delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        count-edited-2 delimited by size
        "  " delimited by size
        count-edited-3 delimited by size
        " " delimited by size
        amount-edited delimited by size
        " " delimited by size
        amount-edited-2 delimited by size
        " " delimited by size
        amount-edited-3 delimited by size
        into register-line
    perform put-register-line.

write-exception-section.
    move "exceptions" to register-line
    perform put-register-line
    move "----------" to register-line
    perform put-register-line
    if unknown-clients is equal to 0
       and total-unpriced is equal to 0
       and bill-overflow is not equal to "Y"
       and row-overflow is not equal to "Y"
        move "  (none)" to register-line
        perform put-register-line
    end-if
    perform write-unknown-client-line
        varying bill-idx from 1 by 1
        until bill-idx is greater than bill-used
    if total-unpriced is greater than 0
        move total-unpriced to count-edited
        string "  billable units no tariff covers, not charged "
                delimited by size
            count-edited delimited by size
            into register-line
        perform put-register-line
    end-if
    if bill-overflow is equal to "Y"
        move "  warning: more than 500 clients; usage of the rest was not billed"
            to register-line
        perform put-register-line
    end-if
    if row-overflow is equal to "Y"
        move "  warning: more than 3000 usage rows; the rest were not billed"
            to register-line
        perform put-register-line
    end-if
    perform put-register-line.

write-unknown-client-line.
    if bill-on-master(bill-idx) is not equal to "Y"
        move bill-requests(bill-idx) to count-edited
        move bill-transactions(bill-idx) to count-edited-2
        string "  client " delimited by size
            bill-client(bill-idx) delimited by size
            " not on the client key master  requests " delimited by size
            count-edited delimited by size
            "  transactions " delimited by size
            count-edited-2 delimited by size
            into register-line
        perform put-register-line
    end-if.

write-control-totals.
    move "control totals" to register-line
    perform put-register-line
    move "--------------" to register-line
    perform put-register-line
    move total-log-lines to count-edited
    string "  access-log records in period     " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-anonymous to count-edited
    string "  requests without a client id     " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-capture-lines to count-edited
    string "  captured transactions in period  " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-capture-anonymous to count-edited
    string "  transactions without a client id " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move input-units to count-edited
    string "  usage units in period            " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move row-units to count-edited
    string "  usage units on bill rows         " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    if dropped-units is greater than 0
        move dropped-units to count-edited
        string "  usage units dropped, table full  " delimited by size
            count-edited delimited by size
            into register-line
        perform put-register-line
    end-if
    move total-rejected to count-edited
    string "  rejected requests, not charged   " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-billable to count-edited
    string "  billable units invoiced          " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-free to count-edited
    string "  free units                       " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move total-charged to count-edited
    string "  charged units                    " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    move invoices-written to count-edited
    string "  invoices written                 " delimited by size
        count-edited delimited by size
        into register-line
    perform put-register-line
    if invoices-failed is greater than 0
        move invoices-failed to count-edited
        string "  invoices not written             " delimited by size
            count-edited delimited by size
            into register-line
        perform put-register-line
    end-if
    move usage-control-total to total-edited
    string "  usage charges              " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    move adjustment-control-total to total-edited
    string "  minimum charge adjustment  " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    move invoiced-control-total to total-edited
    string "  total invoiced             " delimited by size
        total-edited delimited by size
        into register-line
    perform put-register-line
    if units-are-unproved
        move unit-difference to count-edited
        string "  proof: OUT OF BALANCE - usage units in period differ from the bill rows by "
                delimited by size
            trim(count-edited) delimited by size
            into register-line
        perform put-register-line
        move "  *** invoices must not be released ***" to register-line
    else
        move "  proof: usage units in period equal the units on the bill rows"
            to register-line
    end-if
    perform put-register-line.

end program echobil.
