       >>SOURCE FORMAT IS FREE
*>*******************************************
*> nightly aged receivables report and dunning notices over the
*> customer master and the posted-payment history written by the
*> nightly posting run.
*>
*> run with the aging date as the first command-line argument in
*> yyyymmdd form; with no argument the current date is used.  walks
*> the customer master in key order and ages every open (positive)
*> cust-balance by the days since the account's last posted payment
*> (a type C record on the payment history that has not since been
*> backed out by a type R reversal), falling back to the
*> first posted debit when the account has never paid.  an account
*> with no posted history at all has nothing to age from: it is
*> carried in the 90+ bucket so the totals still prove, but is listed
*> as "no history" and gets no letter.  the whole balance
*> falls into one of the current, 30, 60 and 90+ day buckets.  writes
*> aging_yyyymmdd.txt with a detail line per open account, subtotals
*> by cust-state and a grand total; credit balances are carried in
*> their own column so the buckets plus credits prove to the total
*> balance on the master.  an account 60 or more days past due that
*> is not closed gets a dunning letter dun_yyyymmdd_<custid>.html
*> merged from the dunning.html template with the same {{variable}}
*> convention as the statements, unless it was sent one in the same
*> or a later bucket fewer than cfg-dun-interval-days (30 when not
*> set) days before.  every letter sent is appended to the dunning
*> history dunhist.dat (dunhist.cpy); only letters dated before the
*> aging date count, so a re-run for a date sends the same letters.
*> ends with return-code 4 when the template or the dunning history
*> could not be opened (the report is still written, but no letters)
*> and return-code 8 when the master cannot
*> be opened or the totals do not prove.
*>*******************************************
identification division.
program-id. echoage.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select config-file assign to dynamic config-file-name
        organization is line sequential
        file status is config-file-status.
    select customer-file assign to dynamic customer-file-name
        organization is indexed
        access is dynamic
        record key is cust-id
        file status is customer-file-status.
    select payhist-file assign to dynamic payhist-file-name
        organization is line sequential
        file status is payhist-file-status.
    select template-file assign to dynamic template-file-name
        organization is line sequential
        file status is template-file-status.
    select dunhist-file assign to dynamic dunhist-file-name
        organization is line sequential
        file status is dunhist-file-status.
    select letter-file assign to dynamic letter-file-name
        organization is line sequential
        file status is letter-file-status.
    select report-file assign to dynamic report-file-name
        organization is line sequential
        file status is report-file-status.

data division.

file section.

fd  config-file.
01  config-record.
    copy "echocfg.cpy".

fd  customer-file.
01  customer-record.
    copy "custrec.cpy".

fd  payhist-file.
01  payhist-record.
    copy "payhist.cpy".

fd  template-file.
01  template-record pic x(256).

fd  dunhist-file.
01  dunhist-record.
    copy "dunhist.cpy".

fd  letter-file.
01  letter-record pic x(512).

fd  report-file.
01  report-record pic x(132).

working-storage section.

01  config-file-name pic x(80) value "config/echo.cfg".
01  config-file-status pic x(02) value "00".
01  config-env-ptr usage pointer.
01  config-env-str based pic x(256).

01  customer-file-name pic x(40) value "customer.dat".
01  customer-file-status pic x(02) value "00".
01  payhist-file-name pic x(40) value "payhist.dat".
01  payhist-file-status pic x(02) value "00".
01  dunhist-file-name pic x(40) value "dunhist.dat".
01  dunhist-file-status pic x(02) value "00".
01  template-dir pic x(40) value "templates".
01  template-file-name pic x(80) value spaces.
01  template-file-status pic x(02) value "00".
01  letter-file-name pic x(80) value spaces.
01  letter-file-status pic x(02) value "00".
01  report-file-name pic x(40) value spaces.
01  report-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  aging-date pic x(08) value spaces.
01  aging-date-dashed pic x(10) value spaces.
01  aging-date-num pic 9(08) value 0.
01  aging-date-int usage binary-long value 0.

01  master-eof pic x(01) value "N".
    88  master-at-end value "Y".
01  payhist-eof pic x(01) value "N".
    88  payhist-at-end value "Y".
01  template-eof pic x(01) value "N".
01  dunhist-eof pic x(01) value "N".
    88  dunhist-at-end value "Y".
01  dunhist-open pic x(01) value "N".
    88  dunhist-is-open value "Y".

01  payhist-line.
    copy "payhist.cpy" replacing leading ==pay== by ==ph==.

*> one entry per customer seen on the payment history: the latest
*> posted payment (credit) and the earliest posted debit.
01  hist-used usage binary-long value 0.
01  hist-idx usage binary-long value 0.
01  hist-hit usage binary-long value 0.
01  hist-overflow pic x(01) value "N".
01  hist-table.
    05  hist-entry occurs 5000 times.
        10  hist-cust        pic x(06).
        10  hist-last-pay    pic x(10).
        10  hist-first-debit pic x(10).

*> payments backed out by a reversal on the history, by the posting
*> date, pid and sequence number of the original.
01  rvsd-used usage binary-long value 0.
01  rvsd-idx usage binary-long value 0.
01  rvsd-hit usage binary-long value 0.
01  rvsd-overflow pic x(01) value "N".
01  rvsd-table.
    05  rvsd-entry occurs 1000 times.
        10  rvsd-cust pic x(06).
        10  rvsd-date pic x(10).
        10  rvsd-pid  pic 9(09).
        10  rvsd-seq  pic 9(09).

01  age-from-date pic x(10) value spaces.
01  age-from-ymd pic x(08) value spaces.
01  age-from-num redefines age-from-ymd pic 9(08).
01  age-days usage binary-long value 0.

*> one entry per account on the dunning history: the date and
*> bucket of the last letter sent to it before the aging date.
01  dun-interval usage binary-long value 30.
01  dunned-used usage binary-long value 0.
01  dunned-idx usage binary-long value 0.
01  dunned-hit usage binary-long value 0.
01  dunned-overflow pic x(01) value "N".
01  dunned-table.
    05  dunned-entry occurs 5000 times.
        10  dunned-cust   pic x(06).
        10  dunned-date   pic x(10).
        10  dunned-bucket pic 9(01).
01  dunned-ymd pic x(08) value spaces.
01  dunned-num redefines dunned-ymd pic 9(08).
01  dunned-days usage binary-long value 0.
01  letter-due pic x(01) value "Y".
    88  letter-is-due value "Y".
01  last-pay-word pic x(10) value spaces.
01  age-no-history pic x(01) value "N".
    88  age-is-no-history value "Y".
01  bucket-idx usage binary-long value 0.
01  bucket-label-values.
    05  filler pic x(10) value "current".
    05  filler pic x(10) value "30 days".
    05  filler pic x(10) value "60 days".
    05  filler pic x(10) value "90+ days".
01  bucket-label-table redefines bucket-label-values.
    05  bucket-label occurs 4 times pic x(10).

01  grand-totals.
    05  grand-bucket occurs 4 times.
        10  grand-bucket-count  usage binary-long.
        10  grand-bucket-amount pic s9(11)v99.
    05  grand-credit-count  usage binary-long.
    05  grand-credit-amount pic s9(11)v99.

*> state subtotals are kept in cust-state order as they are found,
*> since the master is read in cust-id order.
01  state-used usage binary-long value 0.
01  state-idx usage binary-long value 0.
01  state-hit usage binary-long value 0.
01  state-insert-pos usage binary-long value 0.
01  state-overflow pic x(01) value "N".
01  state-table.
    05  state-entry occurs 60 times.
        10  state-code     pic x(02).
        10  state-accounts usage binary-long.
        10  state-bucket-amount occurs 4 times pic s9(11)v99.
        10  state-credit-amount pic s9(11)v99.
01  state-line-total pic s9(11)v99 value 0.
01  state-word pic x(02) value spaces.

01  accounts-read usage binary-long value 0.
01  accounts-aged usage binary-long value 0.
01  accounts-zero usage binary-long value 0.
01  accounts-no-history usage binary-long value 0.
01  letters-written usage binary-long value 0.
01  letters-closed usage binary-long value 0.
01  letters-recent usage binary-long value 0.
01  letters-failed usage binary-long value 0.
01  master-balance-total pic s9(11)v99 value 0.
01  aged-balance-total pic s9(11)v99 value 0.
01  proof-balance-total pic s9(11)v99 value 0.
01  proof-account-count usage binary-long value 0.

01  out-of-balance pic x(01) value "N".
    88  is-out-of-balance value "Y".

01  tmpl-line-count usage binary-long value 0.
01  tmpl-idx usage binary-long value 0.
01  template-table.
    05  template-line-entry occurs 100 times pic x(256).
01  tmpl-var-count usage binary-long value 0.
01  tmpl-var-table.
    05  tmpl-var-entry occurs 12 times.
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

01  report-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  days-edited pic z,zz9.
01  days-word pic x(05) value spaces.
01  amount-edited pic -(7)9.99.
01  column-edited-table.
    05  column-edited occurs 6 times pic -(9)9.99.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    initialize grand-totals
    perform load-config
    perform get-aging-date
    perform load-payment-history
    perform load-dunning-template
    perform load-dunning-history
    open output report-file
    perform write-report-header
    open input customer-file
    if customer-file-status is not equal to "00"
        move "customer master could not be opened - run abandoned"
            to report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    move "N" to master-eof
    move low-values to cust-id
    start customer-file key is greater than or equal to cust-id
        invalid key
            move "Y" to master-eof
    end-start
    perform age-one-customer until master-at-end
    close customer-file
    if dunhist-is-open
        close dunhist-file
    end-if
    perform write-state-subtotals
    perform write-control-totals
    close report-file
    if is-out-of-balance
        move 8 to return-code
    else
        if template-file-status is not equal to "00"
           or not dunhist-is-open
           or letters-failed is greater than 0
            move 4 to return-code
        end-if
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
            if cfg-customer-file-name is not equal to spaces
                move cfg-customer-file-name to customer-file-name
            end-if
            if cfg-template-dir is not equal to spaces
                move cfg-template-dir to template-dir
            end-if
            if cfg-dun-interval-days is numeric
                move cfg-dun-interval-days to dun-interval
            end-if
        end-if
        close config-file
    end-if.

get-aging-date.
    accept cmd-line from command-line
    if cmd-line(1:8) is not equal to spaces
        move cmd-line(1:8) to aging-date
    else
        move function current-date(1:8) to aging-date
    end-if
    string aging-date(1:4) delimited by size
        "-" delimited by size
        aging-date(5:2) delimited by size
        "-" delimited by size
        aging-date(7:2) delimited by size
        into aging-date-dashed
    move aging-date to aging-date-num
    compute aging-date-int = integer-of-date(aging-date-num)
    string "aging_" delimited by size
        aging-date delimited by size
        ".txt" delimited by size
        into report-file-name.

*> only history posted on or before the aging date counts, so the
*> report can be re-run for an earlier date with the same result.
*> the first pass collects the reversals so the second pass can pass
*> over the payments they backed out.
load-payment-history.
    move 0 to rvsd-used
    open input payhist-file
    if payhist-file-status is not equal to "00"
        move "Y" to payhist-eof
    else
        move "N" to payhist-eof
    end-if
    perform read-reversal-record until payhist-at-end
    close payhist-file
    move 0 to hist-used
    open input payhist-file
    if payhist-file-status is not equal to "00"
        move "Y" to payhist-eof
    else
        move "N" to payhist-eof
    end-if
    perform read-payhist-record until payhist-at-end
    close payhist-file.

read-reversal-record.
    read payhist-file
        at end
            move "Y" to payhist-eof
        not at end
            move payhist-record to payhist-line
            if ph-type is equal to "R"
               and ph-date is less than or equal to aging-date-dashed
                if rvsd-used is less than 1000
                    add 1 to rvsd-used
                    move ph-cust-id to rvsd-cust(rvsd-used)
                    move ph-ref-date to rvsd-date(rvsd-used)
                    move ph-ref-pid to rvsd-pid(rvsd-used)
                    move ph-ref-seq to rvsd-seq(rvsd-used)
                else
                    move "Y" to rvsd-overflow
                end-if
            end-if
    end-read.

read-payhist-record.
    read payhist-file
        at end
            move "Y" to payhist-eof
        not at end
            move payhist-record to payhist-line
            if ph-date is less than or equal to aging-date-dashed
               and ph-type is not equal to "R"
                move 0 to rvsd-hit
                perform scan-rvsd-entry
                    varying rvsd-idx from 1 by 1
                    until rvsd-idx is greater than rvsd-used
                       or rvsd-hit is greater than 0
                if rvsd-hit is equal to 0
                    perform note-payhist-record
                end-if
            end-if
    end-read.

scan-rvsd-entry.
    if rvsd-cust(rvsd-idx) is equal to ph-cust-id
       and rvsd-date(rvsd-idx) is equal to ph-date
       and rvsd-pid(rvsd-idx) is equal to ph-pid
       and rvsd-seq(rvsd-idx) is equal to ph-seq
        move rvsd-idx to rvsd-hit
    end-if.

note-payhist-record.
    move 0 to hist-hit
    perform scan-hist-entry
        varying hist-idx from 1 by 1
        until hist-idx is greater than hist-used
           or hist-hit is greater than 0
    if hist-hit is equal to 0
        if hist-used is less than 5000
            add 1 to hist-used
            move hist-used to hist-hit
            move ph-cust-id to hist-cust(hist-hit)
            move spaces to hist-last-pay(hist-hit)
            move spaces to hist-first-debit(hist-hit)
        else
            move "Y" to hist-overflow
        end-if
    end-if
    if hist-hit is greater than 0
        if ph-type is equal to "C"
           and ph-date is greater than hist-last-pay(hist-hit)
            move ph-date to hist-last-pay(hist-hit)
        end-if
        if ph-type is equal to "D"
           and (hist-first-debit(hist-hit) is equal to spaces
                or ph-date is less than hist-first-debit(hist-hit))
            move ph-date to hist-first-debit(hist-hit)
        end-if
    end-if.

scan-hist-entry.
    if hist-cust(hist-idx) is equal to ph-cust-id
        move hist-idx to hist-hit
    end-if.

load-dunning-template.
    move spaces to template-file-name
    string trim(template-dir) delimited by size
        "/dunning.html" delimited by size
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
    end-if.

read-template-line.
    read template-file
        at end
            move "Y" to template-eof
        not at end
            add 1 to tmpl-line-count
            move template-record to template-line-entry(tmpl-line-count)
    end-read.

*> the history is read before it is opened to be appended to, so
*> the letters this run sends are not counted against it.
load-dunning-history.
    move 0 to dunned-used
    open input dunhist-file
    if dunhist-file-status is equal to "00"
        move "N" to dunhist-eof
        perform read-dunhist-record until dunhist-at-end
        close dunhist-file
    end-if
    open extend dunhist-file
    if dunhist-file-status is not equal to "00"
        open output dunhist-file
    end-if
    if dunhist-file-status is equal to "00"
        move "Y" to dunhist-open
    else
        move "N" to dunhist-open
    end-if.

read-dunhist-record.
    read dunhist-file
        at end
            move "Y" to dunhist-eof
        not at end
            if dun-date is less than aging-date-dashed
                perform note-dunhist-record
            end-if
    end-read.

note-dunhist-record.
    move 0 to dunned-hit
    perform scan-dunned-hist
        varying dunned-idx from 1 by 1
        until dunned-idx is greater than dunned-used
           or dunned-hit is greater than 0
    if dunned-hit is equal to 0
        if dunned-used is less than 5000
            add 1 to dunned-used
            move dunned-used to dunned-hit
            move dun-cust-id to dunned-cust(dunned-hit)
            move spaces to dunned-date(dunned-hit)
            move 0 to dunned-bucket(dunned-hit)
        else
            move "Y" to dunned-overflow
        end-if
    end-if
    if dunned-hit is greater than 0
        if dun-date is not less than dunned-date(dunned-hit)
            move dun-date to dunned-date(dunned-hit)
            move dun-bucket to dunned-bucket(dunned-hit)
        end-if
    end-if.

scan-dunned-hist.
    if dunned-cust(dunned-idx) is equal to dun-cust-id
        move dunned-idx to dunned-hit
    end-if.

write-report-header.
    string "aged receivables report as of " delimited by size
        aging-date-dashed delimited by size
        into report-line
    perform put-report-line
    move "=============================================" to report-line
    perform put-report-line
    perform put-report-line
    if template-file-status is not equal to "00"
        move "dunning template could not be opened - no letters written"
            to report-line
        perform put-report-line
        perform put-report-line
    end-if
    if not dunhist-is-open
        string "dunning history " delimited by size
            trim(dunhist-file-name) delimited by size
            " could not be opened - no letters written"
                delimited by size
            into report-line
        perform put-report-line
        perform put-report-line
    end-if
    move "open balances" to report-line
    perform put-report-line
    move "-------------" to report-line
    perform put-report-line
    move "  id     name                           st  last paid    days     balance  bucket      letter"
        to report-line
    perform put-report-line.

age-one-customer.
    read customer-file next
        at end
            move "Y" to master-eof
        not at end
            perform age-one-account
    end-read
    if customer-file-status is not equal to "00"
        move "Y" to master-eof
    end-if.

age-one-account.
    add 1 to accounts-read
    add cust-balance to master-balance-total
    perform find-state-entry
    add 1 to state-accounts(state-hit)
    evaluate true
        when cust-balance is greater than 0
            perform age-open-balance
        when cust-balance is less than 0
            add 1 to grand-credit-count
            add cust-balance to grand-credit-amount
            add cust-balance to state-credit-amount(state-hit)
        when other
            add 1 to accounts-zero
    end-evaluate.

age-open-balance.
    add 1 to accounts-aged
    perform find-age-from-date
    move "N" to age-no-history
    if age-from-date is equal to spaces
        move "Y" to age-no-history
        add 1 to accounts-no-history
        move 9999 to age-days
        move "none" to last-pay-word
    else
        move spaces to age-from-ymd
        string age-from-date(1:4) delimited by size
            age-from-date(6:2) delimited by size
            age-from-date(9:2) delimited by size
            into age-from-ymd
        compute age-days = aging-date-int - integer-of-date(age-from-num)
        if age-days is less than 0
            move 0 to age-days
        end-if
    end-if
    evaluate true
        when age-days is less than 30
            move 1 to bucket-idx
        when age-days is less than 60
            move 2 to bucket-idx
        when age-days is less than 90
            move 3 to bucket-idx
        when other
            move 4 to bucket-idx
    end-evaluate
    add 1 to grand-bucket-count(bucket-idx)
    add cust-balance to grand-bucket-amount(bucket-idx)
    add cust-balance to state-bucket-amount(state-hit, bucket-idx)
    add cust-balance to aged-balance-total
    perform write-detail-line.

*> an account that has never paid is aged from the first debit
*> posted to it, since that is when the balance started to build.
find-age-from-date.
    move spaces to age-from-date
    move spaces to last-pay-word
    move 0 to hist-hit
    perform scan-hist-cust
        varying hist-idx from 1 by 1
        until hist-idx is greater than hist-used
           or hist-hit is greater than 0
    if hist-hit is greater than 0
        if hist-last-pay(hist-hit) is not equal to spaces
            move hist-last-pay(hist-hit) to age-from-date
            move hist-last-pay(hist-hit) to last-pay-word
        else
            move hist-first-debit(hist-hit) to age-from-date
            move "never" to last-pay-word
        end-if
    end-if.

scan-hist-cust.
    if hist-cust(hist-idx) is equal to cust-id
        move hist-idx to hist-hit
    end-if.

find-state-entry.
    move 0 to state-hit
    perform scan-state-entry
        varying state-idx from 1 by 1
        until state-idx is greater than state-used
           or state-hit is greater than 0
    if state-hit is equal to 0
        if state-used is less than 60
            perform insert-state-entry
        else
            move "Y" to state-overflow
            move 60 to state-hit
        end-if
    end-if.

scan-state-entry.
    if state-code(state-idx) is equal to cust-state
        move state-idx to state-hit
    end-if.

insert-state-entry.
    move 1 to state-insert-pos
    perform find-state-insert-pos
        varying state-idx from 1 by 1
        until state-idx is greater than state-used
    perform shift-state-entry
        varying state-idx from state-used by -1
        until state-idx is less than state-insert-pos
    add 1 to state-used
    move state-insert-pos to state-hit
    move cust-state to state-code(state-hit)
    move 0 to state-accounts(state-hit)
    move 0 to state-bucket-amount(state-hit, 1)
    move 0 to state-bucket-amount(state-hit, 2)
    move 0 to state-bucket-amount(state-hit, 3)
    move 0 to state-bucket-amount(state-hit, 4)
    move 0 to state-credit-amount(state-hit).

find-state-insert-pos.
    if state-code(state-idx) is less than cust-state
        compute state-insert-pos = state-idx + 1
    end-if.

shift-state-entry.
    move state-entry(state-idx) to state-entry(state-idx + 1).

write-detail-line.
    move cust-balance to amount-edited
    if age-days is greater than 9999
        move 9999 to days-edited
    else
        move age-days to days-edited
    end-if
    if age-is-no-history
        move "    -" to days-word
    else
        move days-edited to days-word
    end-if
    string "  " delimited by size
        cust-id delimited by size
        " " delimited by size
        cust-name delimited by size
        " " delimited by size
        cust-state delimited by size
        "  " delimited by size
        last-pay-word delimited by size
        "  " delimited by size
        days-word delimited by size
        " " delimited by size
        amount-edited delimited by size
        "  " delimited by size
        bucket-label(bucket-idx) delimited by size
        into report-line
    if bucket-idx is greater than or equal to 3
        perform issue-dunning-letter
    end-if
    perform put-report-line.

issue-dunning-letter.
    perform check-last-letter
    evaluate true
        when age-is-no-history
            move "no history" to report-line(88:)
        when cust-status is equal to "C"
            add 1 to letters-closed
            move "closed" to report-line(88:)
        when template-file-status is not equal to "00"
            move "no template" to report-line(88:)
        when not dunhist-is-open
            move "not recorded" to report-line(88:)
        when not letter-is-due
            add 1 to letters-recent
            string "sent " delimited by size
                dunned-date(dunned-hit) delimited by size
                into report-line(88:)
        when other
            perform write-dunning-letter
    end-evaluate.

write-dunning-letter.
    move spaces to letter-file-name
    string "dun_" delimited by size
        aging-date delimited by size
        "_" delimited by size
        trim(cust-id) delimited by size
        ".html" delimited by size
        into letter-file-name
    open output letter-file
    if letter-file-status is equal to "00"
        perform set-letter-vars
        perform merge-template-line
            varying tmpl-idx from 1 by 1
            until tmpl-idx is greater than tmpl-line-count
        close letter-file
        add 1 to letters-written
        move "written" to report-line(88:)
        move spaces to dunhist-record
        move aging-date-dashed to dun-date
        move cust-id to dun-cust-id
        move bucket-idx to dun-bucket
        write dunhist-record
    else
        add 1 to letters-failed
        move "open failed" to report-line(88:)
    end-if.

*> a letter is due when the account has had none, has moved into a
*> later bucket since its last one, or was last sent one at least
*> the interval ago.
check-last-letter.
    move "Y" to letter-due
    move 0 to dunned-hit
    perform scan-dunned-entry
        varying dunned-idx from 1 by 1
        until dunned-idx is greater than dunned-used
           or dunned-hit is greater than 0
    if dunned-hit is greater than 0
        move spaces to dunned-ymd
        string dunned-date(dunned-hit)(1:4) delimited by size
            dunned-date(dunned-hit)(6:2) delimited by size
            dunned-date(dunned-hit)(9:2) delimited by size
            into dunned-ymd
        if dunned-ymd is numeric
            compute dunned-days =
                aging-date-int - integer-of-date(dunned-num)
            if dunned-days is less than dun-interval
               and bucket-idx is not greater than dunned-bucket(dunned-hit)
                move "N" to letter-due
            end-if
        end-if
    end-if.

scan-dunned-entry.
    if dunned-cust(dunned-idx) is equal to cust-id
        move dunned-idx to dunned-hit
    end-if.

set-letter-vars.
    move 11 to tmpl-var-count
    move "id" to tmpl-var-name(1)
    move cust-id to tmpl-var-value(1)
    move "name" to tmpl-var-name(2)
    move cust-name to tmpl-var-value(2)
    move "address" to tmpl-var-name(3)
    move cust-addr to tmpl-var-value(3)
    move "citystzip" to tmpl-var-name(4)
    move spaces to tmpl-var-value(4)
    string trim(cust-city) delimited by size
        ", " delimited by size
        cust-state delimited by size
        " " delimited by size
        trim(cust-zip) delimited by size
        into tmpl-var-value(4)
    move "date" to tmpl-var-name(5)
    move aging-date-dashed to tmpl-var-value(5)
    move "balance" to tmpl-var-name(6)
    move trim(amount-edited) to tmpl-var-value(6)
    move "days" to tmpl-var-name(7)
    move trim(days-edited) to tmpl-var-value(7)
    move "lastpay" to tmpl-var-name(8)
    move "bucket" to tmpl-var-name(9)
    move bucket-label(bucket-idx) to tmpl-var-value(9)
    move "dayslabel" to tmpl-var-name(10)
    move "overdue" to tmpl-var-name(11)
    move spaces to tmpl-var-value(11)
    if last-pay-word is equal to "never"
        move "no payment on record" to tmpl-var-value(8)
        move "days since first charge" to tmpl-var-value(10)
        string "Our records show that no payment has been received on"
                delimited by size
            " this account since it was first charged "
                delimited by size
            trim(days-edited) delimited by size
            " days ago." delimited by size
            into tmpl-var-value(11)
    else
        move last-pay-word to tmpl-var-value(8)
        move "days since last payment" to tmpl-var-value(10)
        string "Our records show that no payment has been received on"
                delimited by size
            " this account for " delimited by size
            trim(days-edited) delimited by size
            " days." delimited by size
            into tmpl-var-value(11)
    end-if.

merge-template-line.
    move template-line-entry(tmpl-idx) to merge-line
    perform substitute-template-vars
    move merge-line to letter-record
    write letter-record.

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

*> substituted values are html-escaped the same way the statement
*> run escapes them, so a name or address containing &, <, > or a
*> quote cannot break the letter markup.
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

write-state-subtotals.
    if accounts-aged is equal to 0
        move "  (no open balances)" to report-line
        perform put-report-line
    end-if
    perform put-report-line
    move "subtotals by state" to report-line
    perform put-report-line
    move "------------------" to report-line
    perform put-report-line
    move "  st    accounts       current       30 days       60 days      90+ days       credits         total"
        to report-line
    perform put-report-line
    perform write-state-line
        varying state-idx from 1 by 1
        until state-idx is greater than state-used
    perform put-report-line.

write-state-line.
    compute state-line-total =
        state-bucket-amount(state-idx, 1)
        + state-bucket-amount(state-idx, 2)
        + state-bucket-amount(state-idx, 3)
        + state-bucket-amount(state-idx, 4)
        + state-credit-amount(state-idx)
    move state-accounts(state-idx) to count-edited
    move state-bucket-amount(state-idx, 1) to column-edited(1)
    move state-bucket-amount(state-idx, 2) to column-edited(2)
    move state-bucket-amount(state-idx, 3) to column-edited(3)
    move state-bucket-amount(state-idx, 4) to column-edited(4)
    move state-credit-amount(state-idx) to column-edited(5)
    move state-line-total to column-edited(6)
    move state-code(state-idx) to state-word
    if state-word is equal to spaces
        move "--" to state-word
    end-if
    if state-overflow is equal to "Y" and state-idx is equal to 60
        move "**" to state-word
    end-if
    string "  " delimited by size
        state-word delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        column-edited(1) delimited by size
        " " delimited by size
        column-edited(2) delimited by size
        " " delimited by size
        column-edited(3) delimited by size
        " " delimited by size
        column-edited(4) delimited by size
        " " delimited by size
        column-edited(5) delimited by size
        " " delimited by size
        column-edited(6) delimited by size
        into report-line
    perform put-report-line.

write-control-totals.
    move "grand totals" to report-line
    perform put-report-line
    move "------------" to report-line
    perform put-report-line
    perform write-bucket-total
        varying bucket-idx from 1 by 1
        until bucket-idx is greater than 4
    move grand-credit-count to count-edited
    move grand-credit-amount to total-edited
    string "  credits   " delimited by size
        count-edited delimited by size
        "  " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    perform put-report-line
    move "control totals" to report-line
    perform put-report-line
    move "--------------" to report-line
    perform put-report-line
    move accounts-read to count-edited
    string "accounts read              " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move accounts-aged to count-edited
    string "accounts with open balance " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move accounts-no-history to count-edited
    string "  no history, not dunned   " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move grand-credit-count to count-edited
    string "accounts with credit       " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move accounts-zero to count-edited
    string "accounts with zero balance " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move letters-written to count-edited
    string "dunning letters written    " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move letters-closed to count-edited
    string "closed accounts not dunned " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move letters-recent to count-edited
    string "dunned recently, not sent  " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    if letters-failed is greater than 0
        move letters-failed to count-edited
        string "letters not written        " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
    end-if
    move aged-balance-total to total-edited
    string "total aged balance         " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    move grand-credit-amount to total-edited
    string "total credit balance       " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    move master-balance-total to total-edited
    string "master balance total       " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    if hist-overflow is equal to "Y"
        move "warning: more than 5000 customers on the payment history; aging of the rest uses no history"
            to report-line
        perform put-report-line
    end-if
    if rvsd-overflow is equal to "Y"
        move "warning: more than 1000 reversals on the payment history; the rest still count as payments"
            to report-line
        perform put-report-line
    end-if
    if dunned-overflow is equal to "Y"
        move "warning: more than 5000 accounts on the dunning history; the rest are dunned every run"
            to report-line
        perform put-report-line
    end-if
    if state-overflow is equal to "Y"
        move "warning: more than 60 state codes; the remainder are subtotalled under **"
            to report-line
        perform put-report-line
    end-if
    perform put-report-line
    compute proof-balance-total =
        grand-bucket-amount(1) + grand-bucket-amount(2)
        + grand-bucket-amount(3) + grand-bucket-amount(4)
        + grand-credit-amount
    compute proof-account-count =
        accounts-aged + grand-credit-count + accounts-zero
    if proof-balance-total is not equal to master-balance-total
       or proof-account-count is not equal to accounts-read
        move "Y" to out-of-balance
        move "*** out of balance ***" to report-line
    else
        move "in balance" to report-line
    end-if
    perform put-report-line.

write-bucket-total.
    move grand-bucket-count(bucket-idx) to count-edited
    move grand-bucket-amount(bucket-idx) to total-edited
    string "  " delimited by size
        bucket-label(bucket-idx) delimited by size
        count-edited delimited by size
        "  " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line.

put-report-line.
    move report-line to report-record
    write report-record
    move spaces to report-line.

end program echoage.
