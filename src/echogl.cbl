       >>SOURCE FORMAT IS FREE
*>*******************************************
*> general ledger interface step, run right after the nightly payment
*> posting run for the same posting date.
*>
*> run with the posting date as the first command-line argument in
*> yyyymmdd form; with no argument the current date is used.  reads
*> the posted-payment history written by echopay, nets the posting
*> date's records by pay-type, and writes the fixed-layout gl journal
*> file gljrnl_yyyymmdd.dat (glintf.cpy): a header, one balanced
*> debit/credit pair per payment type, and a trailer with the record
*> count and hash totals.  a type R reversal is netted back into the
*> type it reversed, which its sign gives (a reversed credit raised
*> the balance, a reversed debit lowered it), so a day's reversals
*> reduce the entry for the original type instead of making entries
*> of their own; a type whose net comes out negative has its debit
*> and credit accounts swapped.  the gl account numbers for each type
*> come from the account mapping file config/glaccts.cfg (glacct.cpy),
*> or the file named by ECHO_GLACCT_FILE.  a listing glpost_yyyymmdd.txt
*> shows the mapping, the per-type summary, the entries and the
*> control totals; a re-run appends to it, so the listing keeps every
*> attempt for the date.  the gl file is not written, and the run ends with
*> return-code 8, when the file for the posting date already exists,
*> when the mapping cannot be read or has no entry for a posted type,
*> or when the debits and credits do not prove.  the proof is an input
*> control built from the history records alone, apart from the
*> mapping and the entries: the net of the day's debits and of its
*> credits, each reversal going to the side its sign gives.  the
*> debit entries and the credit entries must each total to the sum
*> of those two nets (a net either way makes one entry each side),
*> and the trailer's debit, credit and account hash totals must
*> agree with the entries written.
*>*******************************************
identification division.
program-id. echogl.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select glacct-file assign to dynamic glacct-file-name
        organization is line sequential
        file status is glacct-file-status.
    select payhist-file assign to dynamic payhist-file-name
        organization is line sequential
        file status is payhist-file-status.
    select gl-file assign to dynamic gl-file-name
        organization is line sequential
        file status is gl-file-status.
    select listing-file assign to dynamic listing-file-name
        organization is line sequential
        file status is listing-file-status.

data division.

file section.

fd  glacct-file.
01  glacct-record.
    copy "glacct.cpy".

fd  payhist-file.
01  payhist-record.
    copy "payhist.cpy".

fd  gl-file.
01  gl-record pic x(80).

fd  listing-file.
01  listing-record pic x(132).

working-storage section.

01  glacct-file-name pic x(80) value "config/glaccts.cfg".
01  glacct-file-status pic x(02) value "00".
01  glacct-env-ptr usage pointer.
01  glacct-env-str based pic x(256).
01  payhist-file-name pic x(40) value "payhist.dat".
01  payhist-file-status pic x(02) value "00".
01  gl-file-name pic x(40) value spaces.
01  gl-file-status pic x(02) value "00".
01  listing-file-name pic x(40) value spaces.
01  listing-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  posting-date pic x(08) value spaces.
01  posting-date-dashed pic x(10) value spaces.
01  created-stamp pic x(14) value spaces.

01  glacct-eof pic x(01) value "N".
    88  glacct-at-end value "Y".
01  payhist-eof pic x(01) value "N".
    88  payhist-at-end value "Y".

01  payhist-line.
    copy "payhist.cpy" replacing leading ==pay== by ==ph==.

01  gl-line.
    copy "glintf.cpy".

*> one entry per payment type on the mapping file, carrying the
*> posting date's net amount and record count for the type.
01  map-used usage binary-long value 0.
01  map-idx usage binary-long value 0.
01  map-hit usage binary-long value 0.
01  map-table.
    05  map-entry occurs 10 times.
        10  map-pay-type    pic x(01).
        10  map-debit-acct  pic x(10).
        10  map-credit-acct pic x(10).
        10  map-description pic x(30).
        10  map-net-amount  pic s9(11)v99.
        10  map-src-count   usage binary-long.
01  map-overflow pic x(01) value "N".
01  map-invalid usage binary-long value 0.

*> the detail entries are built in full before the gl file is
*> opened, so a refused run leaves no file behind.
01  entry-used usage binary-long value 0.
01  entry-idx usage binary-long value 0.
01  entry-table.
    05  entry-item occurs 20 times.
        10  entry-account  pic x(10).
        10  entry-dr-cr    pic x(01).
        10  entry-amount   pic 9(11)v99.
        10  entry-pay-type pic x(01).
        10  entry-desc     pic x(30).

01  acct-work pic x(10) value zeros.
01  acct-work-num redefines acct-work pic 9(10).
01  pay-type-work pic x(01) value space.
01  pay-amount-work pic s9(11)v99 value 0.
01  pair-amount pic 9(11)v99 value 0.

01  history-read usage binary-long value 0.
01  history-selected usage binary-long value 0.
01  history-unmapped usage binary-long value 0.
01  debit-total pic 9(13)v99 value 0.
01  credit-total pic 9(13)v99 value 0.
01  acct-hash-total pic 9(15) value 0.

01  ctl-amount-work pic s9(11)v99 value 0.
01  ctl-debit-net pic s9(11)v99 value 0.
01  ctl-credit-net pic s9(11)v99 value 0.
01  ctl-expected-total pic 9(13)v99 value 0.
01  dtl-debit-total pic 9(13)v99 value 0.
01  dtl-credit-total pic 9(13)v99 value 0.
01  dtl-hash-total pic 9(15) value 0.

01  out-of-balance pic x(01) value "N".
    88  is-out-of-balance value "Y".

01  refuse-run pic x(01) value "N".
    88  run-refused value "Y".

01  listing-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  amount-edited pic -(7)9.99.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform get-posting-date
    open extend listing-file
    if listing-file-status is not equal to "00"
        open output listing-file
    end-if
    string "general ledger interface for " delimited by size
        posting-date-dashed delimited by size
        into listing-line
    perform put-listing-line
    move "=============================================" to listing-line
    perform put-listing-line
    perform put-listing-line
    perform check-already-produced
    if run-refused
        perform finish-refused-run
        goback
    end-if
    perform load-account-mapping
    if run-refused
        perform finish-refused-run
        goback
    end-if
    perform summarize-payment-history
    perform write-type-summary
    if run-refused
        perform finish-refused-run
        goback
    end-if
    perform build-entry-pairs
    perform write-entry-listing
    perform prove-entry-totals
    perform write-control-totals
    if is-out-of-balance
        move "gl totals do not prove to the payment history - gl file not written"
            to listing-line
        perform put-listing-line
        move "Y" to refuse-run
        perform finish-refused-run
        goback
    end-if
    perform write-gl-file
    if run-refused
        perform finish-refused-run
        goback
    end-if
    string "in balance - " delimited by size
        trim(gl-file-name) delimited by size
        " written" delimited by size
        into listing-line
    perform put-listing-line
    perform put-listing-line
    close listing-file
    goback.

get-posting-date.
    accept cmd-line from command-line
    if cmd-line(1:8) is not equal to spaces
        move cmd-line(1:8) to posting-date
    else
        move function current-date(1:8) to posting-date
    end-if
    string posting-date(1:4) delimited by size
        "-" delimited by size
        posting-date(5:2) delimited by size
        "-" delimited by size
        posting-date(7:2) delimited by size
        into posting-date-dashed
    string "gljrnl_" delimited by size
        posting-date delimited by size
        ".dat" delimited by size
        into gl-file-name
    string "glpost_" delimited by size
        posting-date delimited by size
        ".txt" delimited by size
        into listing-file-name
    move function current-date(1:14) to created-stamp.

*> the ledger loads each day's file once; a second file for the same
*> date would post the day twice, so an existing file is never
*> replaced.  it has to be removed by hand after the ledger side has
*> been backed out.
check-already-produced.
    open input gl-file
    if gl-file-status is equal to "00"
        close gl-file
        string trim(gl-file-name) delimited by size
            " already produced - not written again" delimited by size
            into listing-line
        perform put-listing-line
        move "Y" to refuse-run
    end-if.

load-account-mapping.
    call 'getenv' using by content z'ECHO_GLACCT_FILE'
    returning glacct-env-ptr
    if glacct-env-ptr is not equal to null
        set address of glacct-env-str to glacct-env-ptr
        unstring glacct-env-str delimited by x'00' into glacct-file-name
    end-if

    move 0 to map-used
    open input glacct-file
    if glacct-file-status is not equal to "00"
        string "account mapping " delimited by size
            trim(glacct-file-name) delimited by size
            " could not be opened - gl file not written"
                delimited by size
            into listing-line
        perform put-listing-line
        move "Y" to refuse-run
    else
        move "N" to glacct-eof
        perform read-glacct-record until glacct-at-end
        close glacct-file
        perform write-account-mapping
    end-if.

read-glacct-record.
    read glacct-file
        at end
            move "Y" to glacct-eof
        not at end
            if gla-pay-type is not equal to space
                if map-used is less than 10
                    add 1 to map-used
                    move gla-pay-type to map-pay-type(map-used)
                    move gla-debit-acct to map-debit-acct(map-used)
                    move gla-credit-acct to map-credit-acct(map-used)
                    move gla-description to map-description(map-used)
                    move 0 to map-net-amount(map-used)
                    move 0 to map-src-count(map-used)
                else
                    move "Y" to map-overflow
                end-if
            end-if
    end-read.

write-account-mapping.
    move "account mapping" to listing-line
    perform put-listing-line
    move "---------------" to listing-line
    perform put-listing-line
    move "  type  debit acct  credit acct description" to listing-line
    perform put-listing-line
    perform write-one-mapping-line
        varying map-idx from 1 by 1
        until map-idx is greater than map-used
    if map-overflow is equal to "Y"
        move "  warning: more than 10 mapping records; the rest are ignored"
            to listing-line
        perform put-listing-line
    end-if
    if map-used is equal to 0
        move "  (no mapping records) - gl file not written" to listing-line
        perform put-listing-line
        move "Y" to refuse-run
    end-if
    if map-invalid is greater than 0
        move "  account numbers must be all digits - gl file not written"
            to listing-line
        perform put-listing-line
        move "Y" to refuse-run
    end-if
    perform put-listing-line.

write-one-mapping-line.
    move spaces to listing-line
    move map-pay-type(map-idx) to listing-line(5:1)
    move map-debit-acct(map-idx) to listing-line(9:10)
    move map-credit-acct(map-idx) to listing-line(21:10)
    move map-description(map-idx) to listing-line(33:30)
    if map-debit-acct(map-idx) is not numeric
       or map-credit-acct(map-idx) is not numeric
        add 1 to map-invalid
        move "*invalid account*" to listing-line(64:17)
    end-if
    perform put-listing-line.

summarize-payment-history.
    open input payhist-file
    if payhist-file-status is not equal to "00"
        move "Y" to payhist-eof
    else
        move "N" to payhist-eof
    end-if
    perform read-payhist-record until payhist-at-end
    close payhist-file.

read-payhist-record.
    read payhist-file
        at end
            move "Y" to payhist-eof
        not at end
            add 1 to history-read
            move payhist-record to payhist-line
            if ph-date is equal to posting-date-dashed
                add 1 to history-selected
                perform note-control-amount
                perform note-payhist-record
            end-if
    end-read.

note-control-amount.
    compute ctl-amount-work = numval(ph-amount)
    evaluate ph-type
        when "D"
            add ctl-amount-work to ctl-debit-net
        when "C"
            add ctl-amount-work to ctl-credit-net
        when "R"
            if ctl-amount-work is greater than 0
                subtract ctl-amount-work from ctl-credit-net
            else
                add ctl-amount-work to ctl-debit-net
            end-if
    end-evaluate.

*> a reversal's pay-amount is the signed change it made to the
*> balance: positive when it backed out a credit, negative when it
*> backed out a debit.  either way it reduces the original type's net.
note-payhist-record.
    compute pay-amount-work = numval(ph-amount)
    evaluate ph-type
        when "R"
            if pay-amount-work is greater than 0
                move "C" to pay-type-work
                compute pay-amount-work = 0 - pay-amount-work
            else
                move "D" to pay-type-work
            end-if
        when other
            move ph-type to pay-type-work
    end-evaluate
    move 0 to map-hit
    perform scan-map-entry
        varying map-idx from 1 by 1
        until map-idx is greater than map-used
           or map-hit is greater than 0
    if map-hit is equal to 0
        add 1 to history-unmapped
        move spaces to listing-line
        string "  no account mapping for type " delimited by size
            pay-type-work delimited by size
            " (" delimited by size
            ph-cust-id delimited by size
            " pid " delimited by size
            ph-pid delimited by size
            " seq " delimited by size
            ph-seq delimited by size
            ")" delimited by size
            into listing-line
        perform put-listing-line
    else
        add pay-amount-work to map-net-amount(map-hit)
        add 1 to map-src-count(map-hit)
    end-if.

scan-map-entry.
    if map-pay-type(map-idx) is equal to pay-type-work
        move map-idx to map-hit
    end-if.

write-type-summary.
    if history-unmapped is greater than 0
        move "payment history records without an account mapping - gl file not written"
            to listing-line
        perform put-listing-line
        perform put-listing-line
        move "Y" to refuse-run
    end-if
    move "net by payment type" to listing-line
    perform put-listing-line
    move "-------------------" to listing-line
    perform put-listing-line
    move "  type      records        net amount" to listing-line
    perform put-listing-line
    perform write-one-type-line
        varying map-idx from 1 by 1
        until map-idx is greater than map-used
    perform put-listing-line.

write-one-type-line.
    move spaces to listing-line
    move map-pay-type(map-idx) to listing-line(5:1)
    move map-src-count(map-idx) to count-edited
    move count-edited to listing-line(8:11)
    move map-net-amount(map-idx) to total-edited
    move total-edited to listing-line(20:16)
    perform put-listing-line.

*> a type with nothing posted, or whose reversals cancelled it out,
*> gets no entries.
build-entry-pairs.
    move 0 to entry-used
    perform build-one-entry-pair
        varying map-idx from 1 by 1
        until map-idx is greater than map-used.

build-one-entry-pair.
    if map-net-amount(map-idx) is not equal to 0
        if map-net-amount(map-idx) is greater than 0
            move map-net-amount(map-idx) to pair-amount
            move map-debit-acct(map-idx) to acct-work
            perform add-debit-entry
            move map-credit-acct(map-idx) to acct-work
            perform add-credit-entry
        else
            compute pair-amount = 0 - map-net-amount(map-idx)
            move map-credit-acct(map-idx) to acct-work
            perform add-debit-entry
            move map-debit-acct(map-idx) to acct-work
            perform add-credit-entry
        end-if
    end-if.

add-debit-entry.
    add 1 to entry-used
    move acct-work to entry-account(entry-used)
    move "D" to entry-dr-cr(entry-used)
    move pair-amount to entry-amount(entry-used)
    move map-pay-type(map-idx) to entry-pay-type(entry-used)
    move map-description(map-idx) to entry-desc(entry-used)
    add pair-amount to debit-total
    add acct-work-num to acct-hash-total.

add-credit-entry.
    add 1 to entry-used
    move acct-work to entry-account(entry-used)
    move "C" to entry-dr-cr(entry-used)
    move pair-amount to entry-amount(entry-used)
    move map-pay-type(map-idx) to entry-pay-type(entry-used)
    move map-description(map-idx) to entry-desc(entry-used)
    add pair-amount to credit-total
    add acct-work-num to acct-hash-total.

write-entry-listing.
    move "gl entries" to listing-line
    perform put-listing-line
    move "----------" to listing-line
    perform put-listing-line
    move "  line  account     dr/cr        amount  type description"
        to listing-line
    perform put-listing-line
    if entry-used is equal to 0
        move "  (no payments posted for the posting date)" to listing-line
        perform put-listing-line
    end-if
    perform write-one-entry-line
        varying entry-idx from 1 by 1
        until entry-idx is greater than entry-used
    perform put-listing-line.

write-one-entry-line.
    move spaces to listing-line
    move entry-idx to count-edited
    move count-edited(7:5) to listing-line(2:5)
    move entry-account(entry-idx) to listing-line(9:10)
    move entry-dr-cr(entry-idx) to listing-line(23:1)
    move entry-amount(entry-idx) to amount-edited
    move amount-edited to listing-line(25:11)
    move entry-pay-type(entry-idx) to listing-line(39:1)
    move entry-desc(entry-idx) to listing-line(42:30)
    perform put-listing-line.

*> the entries are totalled from the table the gl file is written
*> from, not from the running totals kept while they were built,
*> which go on the trailer.
prove-entry-totals.
    compute ctl-expected-total = abs(ctl-debit-net) + abs(ctl-credit-net)
    move 0 to dtl-debit-total
    move 0 to dtl-credit-total
    move 0 to dtl-hash-total
    perform total-one-entry
        varying entry-idx from 1 by 1
        until entry-idx is greater than entry-used
    move "N" to out-of-balance
    if dtl-debit-total is not equal to ctl-expected-total
       or dtl-credit-total is not equal to ctl-expected-total
       or debit-total is not equal to dtl-debit-total
       or credit-total is not equal to dtl-credit-total
       or acct-hash-total is not equal to dtl-hash-total
        move "Y" to out-of-balance
    end-if.

total-one-entry.
    if entry-dr-cr(entry-idx) is equal to "D"
        add entry-amount(entry-idx) to dtl-debit-total
    else
        add entry-amount(entry-idx) to dtl-credit-total
    end-if
    move entry-account(entry-idx) to acct-work
    add acct-work-num to dtl-hash-total.

write-control-totals.
    move "control totals" to listing-line
    perform put-listing-line
    move "--------------" to listing-line
    perform put-listing-line
    move history-read to count-edited
    string "history records read      " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    move history-selected to count-edited
    string "records for posting date  " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    move entry-used to count-edited
    string "gl detail records         " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    move ctl-expected-total to total-edited
    string "history control total " delimited by size
        total-edited delimited by size
        into listing-line
    perform put-listing-line
    move dtl-debit-total to total-edited
    string "total debits          " delimited by size
        total-edited delimited by size
        into listing-line
    perform put-listing-line
    move dtl-credit-total to total-edited
    string "total credits         " delimited by size
        total-edited delimited by size
        into listing-line
    perform put-listing-line
    string "account hash total   " delimited by size
        dtl-hash-total delimited by size
        into listing-line
    perform put-listing-line
    if debit-total is not equal to dtl-debit-total
       or credit-total is not equal to dtl-credit-total
       or acct-hash-total is not equal to dtl-hash-total
        move debit-total to total-edited
        string "trailer debits        " delimited by size
            total-edited delimited by size
            into listing-line
        perform put-listing-line
        move credit-total to total-edited
        string "trailer credits       " delimited by size
            total-edited delimited by size
            into listing-line
        perform put-listing-line
        string "trailer hash total   " delimited by size
            acct-hash-total delimited by size
            into listing-line
        perform put-listing-line
    end-if
    perform put-listing-line.

write-gl-file.
    open output gl-file
    if gl-file-status is not equal to "00"
        string trim(gl-file-name) delimited by size
            " could not be opened for output" delimited by size
            into listing-line
        perform put-listing-line
        move "Y" to refuse-run
    else
        move spaces to gl-line
        move "HDR" to gl-rec-type
        move posting-date to gl-post-date
        move "ECHOPAY" to gl-hdr-source
        move created-stamp to gl-hdr-created
        perform put-gl-line
        perform write-one-gl-detail
            varying entry-idx from 1 by 1
            until entry-idx is greater than entry-used
        move spaces to gl-line
        move "TRL" to gl-rec-type
        move posting-date to gl-post-date
        move entry-used to gl-trl-rec-count
        move history-selected to gl-trl-src-count
        move debit-total to gl-trl-debits
        move credit-total to gl-trl-credits
        move acct-hash-total to gl-trl-acct-hash
        perform put-gl-line
        close gl-file
    end-if.

write-one-gl-detail.
    move spaces to gl-line
    move "DTL" to gl-rec-type
    move posting-date to gl-post-date
    move entry-idx to gl-dtl-line
    move entry-account(entry-idx) to gl-dtl-account
    move entry-dr-cr(entry-idx) to gl-dtl-dr-cr
    move entry-amount(entry-idx) to gl-dtl-amount
    move entry-pay-type(entry-idx) to gl-dtl-pay-type
    move entry-desc(entry-idx) to gl-dtl-desc
    perform put-gl-line.

put-gl-line.
    move gl-line to gl-record
    write gl-record.

finish-refused-run.
    move "*** gl file not written ***" to listing-line
    perform put-listing-line
    perform put-listing-line
    close listing-file
    move 8 to return-code.

put-listing-line.
    move listing-line to listing-record
    write listing-record
    move spaces to listing-line.

end program echogl.
