       >>SOURCE FORMAT IS FREE
*>*******************************************
*> customer master recovery and verify utility over the nightly
*> snapshot and the customer change journal.
*>
*> run as:  echorcv RECOVER <snapshot-file> [thru]
*>     or:  echorcv VERIFY  <snapshot-file> [thru]
*>
*> thru is the point in time to roll forward to, in yyyymmddhhmmss
*> or yyyymmdd form (a date alone meaning the end of that day); with
*> no thru every journal record is used.  the snapshot
*> (custsnap_yyyymmdd.dat, written by echosnp) is proved against its
*> own trailer first.  the journal records written from the second
*> the snapshot was taken in up to and including thru are then
*> collected, the latest jrnl-after image of each account winning; an
*> image the snapshot already holds is simply applied again.  a thru
*> that is not a valid date and time stops the run.
*>
*> RECOVER rebuilds the customer master from the snapshot records,
*> replacing every account the journal touched with its rolled
*> forward image and adding the accounts the journal added, and
*> lists every account it touched.  the rebuild is not journalled.
*> VERIFY leaves the master alone and compares it, account by
*> account in key order, with what snapshot plus journal says it
*> should hold, listing every account where they disagree: a change
*> made to the master without a journal record shows up there.
*> writes custrcv_yyyymmdd.txt either way.  ends with return-code 4
*> when verify found a disagreement and return-code 8 when the run
*> could not start, the snapshot does not prove, or the journal
*> touched more accounts than the utility can hold.
*>*******************************************
identification division.
program-id. echorcv.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select config-file assign to dynamic config-file-name
        organization is line sequential
        file status is config-file-status.
    select snapshot-file assign to dynamic snapshot-file-name
        organization is line sequential
        file status is snapshot-file-status.
    select customer-file assign to dynamic customer-file-name
        organization is indexed
        access is dynamic
        record key is cust-id
        file status is customer-file-status.
    select journal-file assign to dynamic journal-file-name
        organization is line sequential
        file status is journal-file-status.
    select report-file assign to dynamic report-file-name
        organization is line sequential
        file status is report-file-status.

data division.

file section.

fd  config-file.
01  config-record.
    copy "echocfg.cpy".

fd  snapshot-file.
01  snapshot-record pic x(154).

fd  customer-file.
01  customer-record.
    copy "custrec.cpy".

fd  journal-file.
01  journal-record pic x(360).

fd  report-file.
01  report-record pic x(132).

working-storage section.

01  config-file-name pic x(80) value "config/echo.cfg".
01  config-file-status pic x(02) value "00".
01  config-env-ptr usage pointer.
01  config-env-str based pic x(256).

01  snapshot-file-name pic x(80) value spaces.
01  snapshot-file-status pic x(02) value "00".
01  customer-file-name pic x(40) value "customer.dat".
01  customer-file-status pic x(02) value "00".
01  journal-file-name pic x(40) value "custjrnl.dat".
01  journal-file-status pic x(02) value "00".
01  report-file-name pic x(40) value spaces.
01  report-file-status pic x(02) value "00".

01  cmd-line pic x(160) value spaces.
01  run-mode pic x(08) value spaces.
    88  mode-is-recover value "RECOVER".
    88  mode-is-verify  value "VERIFY".
01  thru-arg pic x(14) value spaces.
01  thru-parts redefines thru-arg.
    05  thru-date-part pic 9(08).
    05  thru-hh        pic 9(02).
    05  thru-mm        pic 9(02).
    05  thru-ss        pic 9(02).
01  thru-valid pic x(01) value "Y".
    88  thru-is-valid value "Y".
01  thru-stamp pic x(19) value spaces.
01  run-date pic x(08) value spaces.

01  snapshot-eof pic x(01) value "N".
    88  snapshot-at-end value "Y".
01  journal-eof pic x(01) value "N".
    88  journal-at-end value "Y".
01  master-eof pic x(01) value "N".
    88  master-at-end value "Y".

01  snapshot-line.
    copy "custsnap.cpy".

01  journal-line.
    copy "custjrnl.cpy".

01  snapshot-stamp pic x(19) value spaces.
01  snapshot-has-header pic x(01) value "N".
01  snapshot-has-trailer pic x(01) value "N".
01  snapshot-proved pic x(01) value "N".
    88  snapshot-is-proved value "Y".
01  snap-count usage binary-long value 0.
01  snap-balance-total pic s9(13)v99 value 0.
01  snap-id-hash pic 9(15) value 0.
01  trl-count usage binary-long value 0.
01  trl-balance-total pic s9(13)v99 value 0.
01  trl-id-hash pic 9(15) value 0.

01  id-work pic x(06) value zeros.
01  id-work-num redefines id-work pic 9(06).

*> one entry per account the journal touched after the snapshot,
*> holding the latest after image on or before thru.
01  roll-used usage binary-long value 0.
01  roll-idx usage binary-long value 0.
01  roll-hit usage binary-long value 0.
01  roll-overflow pic x(01) value "N".
01  roll-table.
    05  roll-entry occurs 5000 times.
        10  roll-id         pic x(06).
        10  roll-image      pic x(129).
        10  roll-count      usage binary-long.
        10  roll-last-stamp pic x(19).
        10  roll-first-act  pic x(01).
        10  roll-matched    pic x(01).

01  journal-read usage binary-long value 0.
01  journal-applied usage binary-long value 0.
01  journal-before usage binary-long value 0.
01  journal-after-thru usage binary-long value 0.

01  expected-image.
    copy "custrec.cpy" replacing leading ==cust== by ==exp==.
01  actual-image.
    copy "custrec.cpy" replacing leading ==cust== by ==act==.
01  snap-image.
    copy "custrec.cpy" replacing leading ==cust== by ==snp==.

01  snap-key pic x(06) value spaces.
01  master-key pic x(06) value spaces.
01  diff-fields pic x(80) value spaces.
01  diff-ptr usage binary-long value 0.
01  diff-reason pic x(40) value spaces.

01  records-written usage binary-long value 0.
01  records-failed usage binary-long value 0.
01  rebuilt-balance-total pic s9(13)v99 value 0.
01  accounts-compared usage binary-long value 0.
01  accounts-agree usage binary-long value 0.
01  accounts-disagree usage binary-long value 0.

01  report-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  amount-edited pic -(7)9.99.
01  amount-edited-2 pic -(7)9.99.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform get-run-args
    perform load-config
    open output report-file
    perform write-run-header
    if not mode-is-recover and not mode-is-verify
        move "unknown mode - use RECOVER or VERIFY" to report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    if not thru-is-valid
        move "thru is not a valid yyyymmdd or yyyymmddhhmmss - nothing done"
            to report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    perform prove-snapshot
    if not snapshot-is-proved
        close report-file
        move 8 to return-code
        goback
    end-if
    perform load-journal-images
    if roll-overflow is equal to "Y"
        move "more than 5000 accounts touched since the snapshot - nothing done"
            to report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    if mode-is-recover
        perform run-recover
    else
        perform run-verify
    end-if
    perform write-control-counts
    close report-file
    if return-code is equal to 0
       and accounts-disagree is greater than 0
        move 4 to return-code
    end-if
    goback.

get-run-args.
    accept cmd-line from command-line
    unstring cmd-line delimited by all spaces
        into run-mode snapshot-file-name thru-arg
    move function upper-case(run-mode) to run-mode
    if thru-arg is equal to spaces
        move "9999-12-31 23:59:59" to thru-stamp
    else
        if thru-arg(9:6) is equal to spaces
            move "235959" to thru-arg(9:6)
        end-if
        perform check-thru-arg
        if thru-is-valid
            string thru-arg(1:4) delimited by size
                "-" delimited by size
                thru-arg(5:2) delimited by size
                "-" delimited by size
                thru-arg(7:2) delimited by size
                " " delimited by size
                thru-arg(9:2) delimited by size
                ":" delimited by size
                thru-arg(11:2) delimited by size
                ":" delimited by size
                thru-arg(13:2) delimited by size
                into thru-stamp
        else
            move thru-arg to thru-stamp
        end-if
    end-if
    move function current-date(1:8) to run-date
    string "custrcv_" delimited by size
        run-date delimited by size
        ".txt" delimited by size
        into report-file-name.

*> a thru that is not a real date and time would sort before every
*> journal record and quietly recover the bare snapshot.
check-thru-arg.
    move "Y" to thru-valid
    if thru-arg is not numeric
        move "N" to thru-valid
    else
        if test-date-yyyymmdd(thru-date-part) is not equal to 0
           or thru-hh is greater than 23
           or thru-mm is greater than 59
           or thru-ss is greater than 59
            move "N" to thru-valid
        end-if
    end-if.

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
            if cfg-journal-file-name is not equal to spaces
                move cfg-journal-file-name to journal-file-name
            end-if
        end-if
        close config-file
    end-if.

write-run-header.
    string "customer master " delimited by size
        trim(function lower-case(run-mode)) delimited by size
        " run for " delimited by size
        run-date delimited by size
        into report-line
    perform put-report-line
    string "snapshot file:  " delimited by size
        trim(snapshot-file-name) delimited by size
        into report-line
    perform put-report-line
    string "journal file:   " delimited by size
        trim(journal-file-name) delimited by size
        into report-line
    perform put-report-line
    string "roll forward to " delimited by size
        thru-stamp delimited by size
        into report-line
    perform put-report-line
    move "=============================================" to report-line
    perform put-report-line
    perform put-report-line.

*> a snapshot is only used when its header, trailer and every hash
*> total agree, so a truncated or damaged backup is never restored.
prove-snapshot.
    move "N" to snapshot-proved
    open input snapshot-file
    if snapshot-file-status is not equal to "00"
        move "snapshot file could not be opened - nothing done"
            to report-line
        perform put-report-line
    else
        move "N" to snapshot-eof
        perform read-snapshot-for-proof until snapshot-at-end
        close snapshot-file
        perform check-snapshot-totals
    end-if.

read-snapshot-for-proof.
    read snapshot-file
        at end
            move "Y" to snapshot-eof
        not at end
            move snapshot-record to snapshot-line
            evaluate snap-rec-type
                when "HDR"
                    move "Y" to snapshot-has-header
                    move snap-hdr-stamp to snapshot-stamp
                when "CUS"
                    move snap-body to snap-image
                    add 1 to snap-count
                    add snp-balance to snap-balance-total
                    move snp-id to id-work
                    if id-work is numeric
                        add id-work-num to snap-id-hash
                    end-if
                when "TRL"
                    move "Y" to snapshot-has-trailer
                    move snap-trl-count to trl-count
                    move snap-trl-balance to trl-balance-total
                    move snap-trl-id-hash to trl-id-hash
            end-evaluate
    end-read.

check-snapshot-totals.
    string "snapshot taken  " delimited by size
        snapshot-stamp delimited by size
        into report-line
    perform put-report-line
    move snap-count to count-edited
    string "snapshot records      " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move snap-balance-total to total-edited
    string "snapshot balance   " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    evaluate true
        when snapshot-has-header is not equal to "Y"
            move "snapshot has no header record - nothing done"
                to report-line
        when snapshot-has-trailer is not equal to "Y"
            move "snapshot has no trailer record - nothing done"
                to report-line
        when snap-count is not equal to trl-count
            move "snapshot record count does not match its trailer - nothing done"
                to report-line
        when snap-balance-total is not equal to trl-balance-total
            move "snapshot balance total does not match its trailer - nothing done"
                to report-line
        when snap-id-hash is not equal to trl-id-hash
            move "snapshot cust-id hash does not match its trailer - nothing done"
                to report-line
        when other
            move "Y" to snapshot-proved
            move "snapshot proves to its trailer" to report-line
    end-evaluate
    perform put-report-line
    perform put-report-line.

*> the journal is appended in time order, so the last after image
*> read for an account is the one in force at thru.
load-journal-images.
    move 0 to roll-used
    open input journal-file
    if journal-file-status is not equal to "00"
        move "Y" to journal-eof
        move "no journal file - snapshot used as it stands" to report-line
        perform put-report-line
        perform put-report-line
    else
        move "N" to journal-eof
    end-if
    perform read-journal-record until journal-at-end
    close journal-file.

read-journal-record.
    read journal-file
        at end
            move "Y" to journal-eof
        not at end
            add 1 to journal-read
            move journal-record to journal-line
            evaluate true
                when jrnl-timestamp is less than snapshot-stamp
                    add 1 to journal-before
                when jrnl-timestamp is greater than thru-stamp
                    add 1 to journal-after-thru
                when other
                    perform note-journal-image
            end-evaluate
    end-read.

note-journal-image.
    move 0 to roll-hit
    perform scan-roll-entry
        varying roll-idx from 1 by 1
        until roll-idx is greater than roll-used
           or roll-hit is greater than 0
    if roll-hit is equal to 0
        if roll-used is less than 5000
            add 1 to roll-used
            move roll-used to roll-hit
            move jrnl-after(1:6) to roll-id(roll-hit)
            move 0 to roll-count(roll-hit)
            move jrnl-action to roll-first-act(roll-hit)
            move "N" to roll-matched(roll-hit)
        else
            move "Y" to roll-overflow
        end-if
    end-if
    if roll-hit is greater than 0
        add 1 to journal-applied
        move jrnl-after(1:129) to roll-image(roll-hit)
        move jrnl-timestamp to roll-last-stamp(roll-hit)
        add 1 to roll-count(roll-hit)
    end-if.

scan-roll-entry.
    if roll-id(roll-idx) is equal to jrnl-after(1:6)
        move roll-idx to roll-hit
    end-if.

find-roll-entry.
    move 0 to roll-hit
    perform scan-roll-key
        varying roll-idx from 1 by 1
        until roll-idx is greater than roll-used
           or roll-hit is greater than 0.

scan-roll-key.
    if roll-id(roll-idx) is equal to id-work
        move roll-idx to roll-hit
    end-if.

*> the master is recreated empty and written from the snapshot with
*> the journal images laid over it; accounts the journal added after
*> the snapshot are written last.
run-recover.
    open output customer-file
    if customer-file-status is not equal to "00"
        move "customer master could not be opened for output - nothing done"
            to report-line
        perform put-report-line
        move 8 to return-code
    else
        open input snapshot-file
        move "N" to snapshot-eof
        perform recover-one-snapshot-record until snapshot-at-end
        close snapshot-file
        perform recover-one-added-account
            varying roll-idx from 1 by 1
            until roll-idx is greater than roll-used
        close customer-file
        perform write-touched-accounts
        if records-failed is greater than 0
            move 8 to return-code
        end-if
    end-if.

recover-one-snapshot-record.
    read snapshot-file
        at end
            move "Y" to snapshot-eof
        not at end
            move snapshot-record to snapshot-line
            if snap-rec-type is equal to "CUS"
                move snap-body(1:129) to customer-record
                move cust-id to id-work
                perform find-roll-entry
                if roll-hit is greater than 0
                    move roll-image(roll-hit) to customer-record
                    move "Y" to roll-matched(roll-hit)
                end-if
                perform write-rebuilt-record
            end-if
    end-read.

recover-one-added-account.
    if roll-matched(roll-idx) is equal to "N"
        move roll-image(roll-idx) to customer-record
        perform write-rebuilt-record
    end-if.

write-rebuilt-record.
    write customer-record
        invalid key
            add 1 to records-failed
            string "  " delimited by size
                cust-id delimited by size
                "  could not be written to the master" delimited by size
                into report-line
            perform put-report-line
        not invalid key
            add 1 to records-written
            add cust-balance to rebuilt-balance-total
    end-write.

write-touched-accounts.
    move "accounts touched by the journal" to report-line
    perform put-report-line
    move "-------------------------------" to report-line
    perform put-report-line
    move "  id      changes  last change          how        balance"
        to report-line
    perform put-report-line
    if roll-used is equal to 0
        move "  (no journal records after the snapshot)" to report-line
        perform put-report-line
    end-if
    perform write-one-touched-account
        varying roll-idx from 1 by 1
        until roll-idx is greater than roll-used
    perform put-report-line.

write-one-touched-account.
    move roll-image(roll-idx) to expected-image
    move roll-count(roll-idx) to count-edited
    move exp-balance to amount-edited
    move spaces to report-line
    move roll-id(roll-idx) to report-line(3:6)
    move count-edited(5:7) to report-line(10:7)
    move roll-last-stamp(roll-idx) to report-line(19:19)
    if roll-matched(roll-idx) is equal to "Y"
        move "updated" to report-line(40:7)
    else
        move "added" to report-line(40:5)
    end-if
    move amount-edited to report-line(48:11)
    perform put-report-line.

*> snapshot and master are both in key order, so the two are walked
*> together; a key on one side only is a missing or unexplained
*> account, and a key on both is compared field by field against
*> the journal image when the journal touched it.
run-verify.
    open input customer-file
    if customer-file-status is not equal to "00"
        move "customer master could not be opened - nothing verified"
            to report-line
        perform put-report-line
        move 8 to return-code
    else
        move "disagreements" to report-line
        perform put-report-line
        move "-------------" to report-line
        perform put-report-line
        move "  id      problem" to report-line
        perform put-report-line
        open input snapshot-file
        move "N" to snapshot-eof
        perform read-next-snapshot-account
        move "N" to master-eof
        move low-values to cust-id
        start customer-file key is greater than or equal to cust-id
            invalid key
                move "Y" to master-eof
        end-start
        perform read-next-master-account
        perform verify-one-key
            until snap-key is equal to high-values
              and master-key is equal to high-values
        close snapshot-file
        close customer-file
        perform verify-one-added-account
            varying roll-idx from 1 by 1
            until roll-idx is greater than roll-used
        if accounts-disagree is equal to 0
            move "  (none - master agrees with snapshot plus journal)"
                to report-line
            perform put-report-line
        end-if
        perform put-report-line
    end-if.

read-next-snapshot-account.
    move high-values to snap-key
    perform read-snapshot-for-verify
        until snapshot-at-end
           or snap-key is not equal to high-values.

read-snapshot-for-verify.
    read snapshot-file
        at end
            move "Y" to snapshot-eof
        not at end
            move snapshot-record to snapshot-line
            if snap-rec-type is equal to "CUS"
                move snap-body(1:129) to snap-image
                move snp-id to snap-key
            end-if
    end-read.

read-next-master-account.
    move high-values to master-key
    if not master-at-end
        read customer-file next
            at end
                move "Y" to master-eof
            not at end
                move customer-record to actual-image
                move cust-id to master-key
        end-read
        if customer-file-status is not equal to "00"
            move "Y" to master-eof
        end-if
    end-if.

verify-one-key.
    add 1 to accounts-compared
    evaluate true
        when snap-key is equal to master-key
            move snap-key to id-work
            perform find-roll-entry
            if roll-hit is greater than 0
                move roll-image(roll-hit) to expected-image
                move "Y" to roll-matched(roll-hit)
            else
                move snap-image to expected-image
            end-if
            perform compare-expected-actual
            perform read-next-snapshot-account
            perform read-next-master-account
        when snap-key is less than master-key
            move snap-key to id-work
            perform find-roll-entry
            if roll-hit is greater than 0
                move "Y" to roll-matched(roll-hit)
            end-if
            move "on the snapshot but missing from the master"
                to diff-reason
            perform write-disagreement
            perform read-next-snapshot-account
        when other
            move master-key to id-work
            perform find-roll-entry
            if roll-hit is greater than 0
                move roll-image(roll-hit) to expected-image
                move "Y" to roll-matched(roll-hit)
                perform compare-expected-actual
            else
                move "on the master with no snapshot or journal record"
                    to diff-reason
                perform write-disagreement
            end-if
            perform read-next-master-account
    end-evaluate.

verify-one-added-account.
    if roll-matched(roll-idx) is equal to "N"
        add 1 to accounts-compared
        move roll-id(roll-idx) to id-work
        move "added by the journal but missing from the master"
            to diff-reason
        perform write-disagreement
    end-if.

compare-expected-actual.
    move spaces to diff-fields
    move 1 to diff-ptr
    if exp-name is not equal to act-name
        string "name " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-addr is not equal to act-addr
        string "address " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-city is not equal to act-city
        string "city " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-state is not equal to act-state
        string "state " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-zip is not equal to act-zip
        string "zip " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-phone is not equal to act-phone
        string "phone " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-balance is not equal to act-balance
        string "balance " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-status is not equal to act-status
        string "status " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-pay-limit is not equal to act-pay-limit
        string "paylimit " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if exp-pay-max-count is not equal to act-pay-max-count
        string "paycount " delimited by size into diff-fields
            with pointer diff-ptr
    end-if
    if diff-fields is equal to spaces
       and expected-image is not equal to actual-image
        move "record image " to diff-fields
    end-if
    if diff-fields is equal to spaces
        add 1 to accounts-agree
    else
        add 1 to accounts-disagree
        move act-balance to amount-edited
        move exp-balance to amount-edited-2
        string "  " delimited by size
            act-id delimited by size
            "  differs: " delimited by size
            trim(diff-fields) delimited by size
            "  (balance master " delimited by size
            trim(amount-edited) delimited by size
            ", expected " delimited by size
            trim(amount-edited-2) delimited by size
            ")" delimited by size
            into report-line
        perform put-report-line
    end-if.

write-disagreement.
    add 1 to accounts-disagree
    string "  " delimited by size
        id-work delimited by size
        "  " delimited by size
        trim(diff-reason) delimited by size
        into report-line
    perform put-report-line.

write-control-counts.
    move "control counts" to report-line
    perform put-report-line
    move "--------------" to report-line
    perform put-report-line
    move journal-read to count-edited
    string "journal records read          " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move journal-before to count-edited
    string "  before the snapshot         " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move journal-after-thru to count-edited
    string "  after the roll-forward time " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move journal-applied to count-edited
    string "  rolled forward              " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move roll-used to count-edited
    string "accounts touched              " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    if mode-is-recover
        move records-written to count-edited
        string "master records written        " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
        move records-failed to count-edited
        string "master records failed         " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
        move rebuilt-balance-total to total-edited
        string "rebuilt balance total     " delimited by size
            total-edited delimited by size
            into report-line
        perform put-report-line
    else
        move accounts-compared to count-edited
        string "accounts compared             " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
        move accounts-agree to count-edited
        string "accounts in agreement         " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
        move accounts-disagree to count-edited
        string "accounts in disagreement      " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
    end-if.

put-report-line.
    move report-line to report-record
    write report-record
    move spaces to report-line.

end program echorcv.
