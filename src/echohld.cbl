       >>SOURCE FORMAT IS FREE
*>*******************************************
*> operator utility for the payment hold queue kept by the nightly
*> payment posting run (echopay).
*>
*> run as:  echohld LIST
*>     or:  echohld AGING   [yyyymmdd]
*>     or:  echohld RELEASE <yyyymmdd> <pid> <seq> [note]
*>     or:  echohld REJECT  <yyyymmdd> <pid> <seq> <reason>
*>
*> a held payment is named by the posting date it was captured for
*> and its worker pid and capture sequence number, as listed by LIST.
*> LIST shows every payment still waiting on the queue, held or
*> released, with the reason it is there.  AGING shows the same items
*> by how many days they have waited as of the date given (today
*> when none is), in 0-1, 2-3, 4-7 and 8 or more day bands with the
*> count and amount of each band.  RELEASE marks a held payment for
*> posting: the next posting run applies it, journals it and writes
*> it to the payment history.  REJECT takes a held or released
*> payment off the queue for good and needs the reason, which is
*> kept on the queue.  both record who did it from the USER
*> environment variable.  payhold.dat (payhold.cpy) is only ever
*> appended to.  appends every run to holdq_yyyymmdd.txt.  ends with
*> return-code 4 when the payment named is not on the queue or not
*> in a state the action allows, and return-code 8 when the run
*> could not start or its arguments are not usable.
*>*******************************************
identification division.
program-id. echohld.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select hold-file assign to dynamic hold-file-name
        organization is line sequential
        file status is hold-file-status.
    select report-file assign to dynamic report-file-name
        organization is line sequential
        file status is report-file-status.

data division.

file section.

fd  hold-file.
01  hold-record pic x(126).

fd  report-file.
01  report-record pic x(132).

working-storage section.

01  hold-file-name pic x(40) value "payhold.dat".
01  hold-file-status pic x(02) value "00".
01  report-file-name pic x(40) value spaces.
01  report-file-status pic x(02) value "00".

01  user-env-ptr usage pointer.
01  user-env-str based pic x(256).
01  run-user pic x(10) value "OPERATOR".

01  cmd-line pic x(160) value spaces.
01  cmd-ptr usage binary-long value 0.
01  run-mode pic x(08) value spaces.
    88  mode-is-list    value "LIST".
    88  mode-is-aging   value "AGING".
    88  mode-is-release value "RELEASE".
    88  mode-is-reject  value "REJECT".
01  run-date pic x(08) value spaces.
01  arg-date pic x(08) value spaces.
01  arg-date-num redefines arg-date pic 9(08).
01  arg-pid pic x(09) justified right value spaces.
01  arg-pid-num redefines arg-pid pic 9(09).
01  arg-seq pic x(09) justified right value spaces.
01  arg-seq-num redefines arg-seq pic 9(09).
01  arg-note pic x(40) value spaces.
01  args-usable pic x(01) value "Y".

01  aging-date pic x(08) value spaces.
01  aging-date-num redefines aging-date pic 9(08).
01  aging-date-int usage binary-long value 0.
01  age-from pic x(08) value spaces.
01  age-from-num redefines age-from pic 9(08).
01  age-days usage binary-long value 0.

01  hold-eof pic x(01) value "N".
    88  hold-at-end value "Y".

01  hold-line.
    copy "payhold.cpy".

*> one entry per payment on the queue, carrying the state, reason
*> and user of its latest event and the time it was first held.
*> slots of items already posted or rejected are reused when the
*> table fills.
01  held-used usage binary-long value 0.
01  held-idx usage binary-long value 0.
01  held-hit usage binary-long value 0.
01  held-free usage binary-long value 0.
01  held-overflow pic x(01) value "N".
01  held-key-date pic x(10) value spaces.
01  held-key-pid pic 9(09) value 0.
01  held-key-seq pic 9(09) value 0.
01  held-table.
    05  held-entry occurs 2000 times.
        10  held-date     pic x(10).
        10  held-pid      pic 9(09).
        10  held-seq      pic 9(09).
        10  held-cust     pic x(06).
        10  held-type     pic x(01).
        10  held-amount   pic s9(07)v99.
        10  held-state    pic x(01).
        10  held-stamp    pic x(19).
        10  held-user     pic x(10).
        10  held-reason   pic x(40).

01  band-idx usage binary-long value 0.
01  band-table.
    05  band-entry occurs 4 times.
        10  band-label  pic x(12).
        10  band-count  usage binary-long.
        10  band-amount pic s9(11)v99.

01  items-listed usage binary-long value 0.
01  items-held usage binary-long value 0.
01  items-released usage binary-long value 0.
01  listed-amount-total pic s9(11)v99 value 0.

01  now-fields.
    05  now-date.
        10  now-year  pic 9(04).
        10  now-month pic 9(02).
        10  now-day   pic 9(02).
    05  now-time.
        10  now-hour   pic 9(02).
        10  now-minute pic 9(02).
        10  now-second pic 9(02).

01  report-line pic x(132) value spaces.
01  item-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  pid-edited pic z(8)9.
01  seq-edited pic z(8)9.
01  age-edited pic zzz9.
01  amount-edited pic -(7)9.99.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform get-run-args
    perform get-run-user
    open extend report-file
    if report-file-status is not equal to "00"
        open output report-file
    end-if
    perform write-run-header
    if not mode-is-list and not mode-is-aging
       and not mode-is-release and not mode-is-reject
        move "unknown mode - use LIST, AGING, RELEASE or REJECT"
            to report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    if args-usable is not equal to "Y"
        close report-file
        move 8 to return-code
        goback
    end-if
    perform load-hold-queue
    evaluate true
        when mode-is-list
            perform run-list
        when mode-is-aging
            perform run-aging
        when other
            perform run-action
    end-evaluate
    if held-overflow is equal to "Y"
        perform put-report-line
        move "warning: more than 2000 open items on the hold queue; some were not read"
            to report-line
        perform put-report-line
    end-if
    close report-file
    goback.

get-run-args.
    accept cmd-line from command-line
    move 1 to cmd-ptr
    unstring cmd-line delimited by all spaces
        into run-mode arg-date arg-pid arg-seq
        with pointer cmd-ptr
    move function upper-case(run-mode) to run-mode
    if cmd-ptr is less than or equal to length of cmd-line
        move cmd-line(cmd-ptr:) to arg-note
    end-if
    move function current-date(1:8) to run-date
    string "holdq_" delimited by size
        run-date delimited by size
        ".txt" delimited by size
        into report-file-name
    if mode-is-aging
        if arg-date is equal to spaces
            move run-date to aging-date
        else
            move arg-date to aging-date
        end-if
    end-if.

get-run-user.
    call 'getenv' using by content z'USER'
    returning user-env-ptr
    if user-env-ptr is not equal to null
        set address of user-env-str to user-env-ptr
        move spaces to run-user
        unstring user-env-str delimited by x'00' into run-user
        if run-user is equal to spaces
            move "OPERATOR" to run-user
        end-if
    end-if.

write-run-header.
    string "payment hold queue " delimited by size
        trim(function lower-case(run-mode)) delimited by size
        " run for " delimited by size
        run-date delimited by size
        into report-line
    perform put-report-line
    move "=============================================" to report-line
    perform put-report-line
    perform put-report-line
    if mode-is-aging
        perform check-aging-date
    end-if
    if mode-is-release or mode-is-reject
        perform check-action-args
    end-if.

check-aging-date.
    if aging-date is not numeric
        move "N" to args-usable
        move "aging date not yyyymmdd" to report-line
        perform put-report-line
    else
        if test-date-yyyymmdd(aging-date-num) is not equal to 0
            move "N" to args-usable
            move "aging date not a valid date" to report-line
            perform put-report-line
        else
            compute aging-date-int = integer-of-date(aging-date-num)
        end-if
    end-if.

*> the pid and seq are right justified and zero filled so they can
*> be compared with the queue as numbers.
check-action-args.
    inspect arg-pid replacing leading spaces by zeros
    inspect arg-seq replacing leading spaces by zeros
    if arg-date is not numeric
        move "N" to args-usable
        move "posting date not yyyymmdd" to report-line
        perform put-report-line
    end-if
    if arg-pid is not numeric or arg-pid-num is equal to 0
        move "N" to args-usable
        move "pid missing or not numeric" to report-line
        perform put-report-line
    end-if
    if arg-seq is not numeric or arg-seq-num is equal to 0
        move "N" to args-usable
        move "seq missing or not numeric" to report-line
        perform put-report-line
    end-if
    if mode-is-reject and arg-note is equal to spaces
        move "N" to args-usable
        move "reject needs a reason" to report-line
        perform put-report-line
    end-if.

*> the queue is replayed from the start so each payment ends up in
*> the state of its latest event.
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
                move hold-user to held-user(held-hit)
                move hold-reason to held-reason(held-hit)
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
        move hold-stamp to held-stamp(held-free)
        move hold-user to held-user(held-free)
        move hold-reason to held-reason(held-free)
    end-if.

scan-closed-held-entry.
    if held-state(held-idx) is equal to "P"
       or held-state(held-idx) is equal to "X"
        move held-idx to held-free
    end-if.

run-list.
    perform write-item-heading
    perform put-report-line
    perform list-one-item
        varying held-idx from 1 by 1
        until held-idx is greater than held-used
    if items-listed is equal to 0
        move "  (nothing on the hold queue)" to report-line
        perform put-report-line
    end-if
    perform put-report-line
    move items-held to count-edited
    string "items held              " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move items-released to count-edited
    string "items released          " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move listed-amount-total to total-edited
    string "amount on the queue " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line.

list-one-item.
    if held-state(held-idx) is equal to "H"
       or held-state(held-idx) is equal to "R"
        add 1 to items-listed
        add held-amount(held-idx) to listed-amount-total
        if held-state(held-idx) is equal to "H"
            add 1 to items-held
        else
            add 1 to items-released
        end-if
        perform write-item-line
    end-if.

write-item-line.
    perform write-item-line-body
    perform put-report-line.

write-item-heading.
    move "posted for" to report-line(1:10)
    move "pid" to report-line(19:3)
    move "seq" to report-line(29:3)
    move "cust" to report-line(33:4)
    move "t" to report-line(40:1)
    move "amount" to report-line(47:6)
    move "state" to report-line(55:5)
    move "since" to report-line(65:5)
    move "by" to report-line(86:2)
    move "reason" to report-line(98:6).

run-aging.
    string "as of " delimited by size
        aging-date delimited by size
        into report-line
    perform put-report-line
    perform put-report-line
    move "0-1 days" to band-label(1)
    move "2-3 days" to band-label(2)
    move "4-7 days" to band-label(3)
    move "8+ days" to band-label(4)
    perform clear-band
        varying band-idx from 1 by 1
        until band-idx is greater than 4
    perform write-item-heading
    move report-line to item-line
    move spaces to report-line
    move " age" to report-line(1:4)
    move item-line(1:127) to report-line(6:127)
    perform put-report-line
    perform age-one-item
        varying held-idx from 1 by 1
        until held-idx is greater than held-used
    if items-listed is equal to 0
        move "  (nothing on the hold queue)" to report-line
        perform put-report-line
    end-if
    perform put-report-line
    move "band              items          amount" to report-line
    perform put-report-line
    perform write-band-line
        varying band-idx from 1 by 1
        until band-idx is greater than 4
    move items-listed to count-edited
    move listed-amount-total to total-edited
    string "total       " delimited by size
        count-edited delimited by size
        " " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line.

clear-band.
    move 0 to band-count(band-idx)
    move 0 to band-amount(band-idx).

*> age is counted from the posting date the payment was captured
*> for.
age-one-item.
    if held-state(held-idx) is equal to "H"
       or held-state(held-idx) is equal to "R"
        add 1 to items-listed
        add held-amount(held-idx) to listed-amount-total
        string held-date(held-idx)(1:4) delimited by size
            held-date(held-idx)(6:2) delimited by size
            held-date(held-idx)(9:2) delimited by size
            into age-from
        move 0 to age-days
        if age-from is numeric
            if test-date-yyyymmdd(age-from-num) is equal to 0
                compute age-days =
                    aging-date-int - integer-of-date(age-from-num)
            end-if
        end-if
        if age-days is less than 0
            move 0 to age-days
        end-if
        evaluate true
            when age-days is less than 2
                move 1 to band-idx
            when age-days is less than 4
                move 2 to band-idx
            when age-days is less than 8
                move 3 to band-idx
            when other
                move 4 to band-idx
        end-evaluate
        add 1 to band-count(band-idx)
        add held-amount(held-idx) to band-amount(band-idx)
        move age-days to age-edited
        perform write-item-line-aged
    end-if.

write-item-line-aged.
    perform write-item-line-body
    move report-line to item-line
    move spaces to report-line
    move age-edited to report-line(1:4)
    move item-line(1:127) to report-line(6:127)
    perform put-report-line.

write-item-line-body.
    move held-pid(held-idx) to pid-edited
    move held-seq(held-idx) to seq-edited
    move held-amount(held-idx) to amount-edited
    string held-date(held-idx) delimited by size
        "  " delimited by size
        pid-edited delimited by size
        " " delimited by size
        seq-edited delimited by size
        " " delimited by size
        held-cust(held-idx) delimited by size
        " " delimited by size
        held-type(held-idx) delimited by size
        " " delimited by size
        amount-edited delimited by size
        into report-line
    if held-state(held-idx) is equal to "H"
        move "held" to report-line(55:8)
    else
        move "released" to report-line(55:8)
    end-if
    move held-stamp(held-idx) to report-line(65:19)
    move held-user(held-idx) to report-line(86:10)
    move held-reason(held-idx) to report-line(98:35).

write-band-line.
    move band-count(band-idx) to count-edited
    move band-amount(band-idx) to total-edited
    string band-label(band-idx) delimited by size
        count-edited delimited by size
        " " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line.

*> RELEASE needs the payment still held; REJECT takes it while it is
*> held or released but not yet posted.
run-action.
    string arg-date(1:4) delimited by size
        "-" delimited by size
        arg-date(5:2) delimited by size
        "-" delimited by size
        arg-date(7:2) delimited by size
        into held-key-date
    move arg-pid-num to held-key-pid
    move arg-seq-num to held-key-seq
    perform find-held-entry
    if held-hit is equal to 0
        move "payment is not on the hold queue - nothing done"
            to report-line
        perform put-report-line
        move 4 to return-code
    else
        move held-hit to held-idx
        perform write-item-line-body
        perform put-report-line
        perform put-report-line
        evaluate true
            when mode-is-release
                 and held-state(held-idx) is not equal to "H"
                perform write-wrong-state-line
            when mode-is-reject
                 and held-state(held-idx) is not equal to "H"
                 and held-state(held-idx) is not equal to "R"
                perform write-wrong-state-line
            when other
                perform write-action-event
        end-evaluate
    end-if.

write-wrong-state-line.
    evaluate held-state(held-idx)
        when "R"
            move "payment is already released - nothing done"
                to report-line
        when "P"
            move "payment was already posted - nothing done"
                to report-line
        when "X"
            move "payment was already rejected - nothing done"
                to report-line
        when other
            move "payment is not held - nothing done" to report-line
    end-evaluate
    perform put-report-line
    move 4 to return-code.

write-action-event.
    move spaces to hold-line
    if mode-is-release
        move "R" to hold-action
    else
        move "X" to hold-action
    end-if
    move function current-date to now-fields
    string
        now-year delimited by size "-" delimited by size
        now-month delimited by size "-" delimited by size
        now-day delimited by size " " delimited by size
        now-hour delimited by size ":" delimited by size
        now-minute delimited by size ":" delimited by size
        now-second delimited by size
        into hold-stamp
    move held-date(held-idx) to hold-date
    move held-pid(held-idx) to hold-pid
    move held-seq(held-idx) to hold-seq
    move held-cust(held-idx) to hold-cust-id
    move held-type(held-idx) to hold-type
    move held-amount(held-idx) to amount-edited
    move amount-edited to hold-amount
    move run-user to hold-user
    if arg-note is not equal to spaces
        move arg-note to hold-reason
    else
        move "released" to hold-reason
    end-if
    open extend hold-file
    if hold-file-status is not equal to "00"
        move "hold queue could not be opened - nothing done"
            to report-line
        perform put-report-line
        move 8 to return-code
    else
        move hold-line to hold-record
        write hold-record
        close hold-file
        if mode-is-release
            move "released - the next posting run will post it"
                to report-line
        else
            move "rejected - taken off the hold queue" to report-line
        end-if
        perform put-report-line
        string "by " delimited by size
            trim(run-user) delimited by size
            ": " delimited by size
            trim(hold-reason) delimited by size
            into report-line
        perform put-report-line
    end-if.

put-report-line.
    move report-line to report-record
    write report-record
    move spaces to report-line.

end program echohld.
