       >>SOURCE FORMAT IS FREE
*>*******************************************
*> nightly job-stream controller for the batch suite.
*>
*> run with the business date as the first command-line argument in
*> yyyymmdd form; with no argument the current date is used.  reads
*> the run-control file config/echojobs.cfg (jobstep.cpy), or the file
*> named by ECHO_JOBCTL_FILE, and runs each step in the order listed,
*> passing it the business date.  a step whose day rule does not
*> cover the business date is skipped.  the start and end time and
*> the return code of every step are appended to the run history file
*> jobhist.dat (jobhist.cpy), and each attempt is listed in
*> jobrun_yyyymmdd.txt.  the stream stops at the first step that ends
*> with a return code not in its allowed list, so a later step never
*> runs over the output of a failed one; a rerun for the same business
*> date passes over the steps the history shows as already completed
*> and restarts at the failed step.  ends with return-code 8 when the
*> stream stopped on a failed step or the run-control file could not
*> be read, otherwise 0.
*>*******************************************
identification division.
program-id. echojob.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select jobctl-file assign to dynamic jobctl-file-name
        organization is line sequential
        file status is jobctl-file-status.
    select jobhist-file assign to dynamic jobhist-file-name
        organization is line sequential
        file status is jobhist-file-status.
    select listing-file assign to dynamic listing-file-name
        organization is line sequential
        file status is listing-file-status.

data division.

file section.

fd  jobctl-file.
01  jobctl-record.
    copy "jobstep.cpy".

fd  jobhist-file.
01  jobhist-record.
    copy "jobhist.cpy".

fd  listing-file.
01  listing-record pic x(132).

working-storage section.

01  jobctl-file-name pic x(80) value "config/echojobs.cfg".
01  jobctl-file-status pic x(02) value "00".
01  jobctl-env-ptr usage pointer.
01  jobctl-env-str based pic x(256).
01  jobhist-file-name pic x(40) value "jobhist.dat".
01  jobhist-file-status pic x(02) value "00".
01  listing-file-name pic x(40) value spaces.
01  listing-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  business-date pic x(08) value spaces.
01  business-date-num redefines business-date pic 9(08).
01  business-date-dashed pic x(10) value spaces.
01  prior-period pic x(06) value spaces.
01  prior-year pic 9(04) value 0.
01  prior-month pic 9(02) value 0.
01  business-day usage binary-long value 0.
01  business-weekday usage binary-long value 0.

01  jobctl-eof pic x(01) value "N".
    88  jobctl-at-end value "Y".
01  jobhist-eof pic x(01) value "N".
    88  jobhist-at-end value "Y".

01  jobhist-line.
    copy "jobhist.cpy".

01  step-used usage binary-long value 0.
01  step-idx usage binary-long value 0.
01  step-overflow pic x(01) value "N".
01  step-table.
    05  step-entry occurs 30 times.
        10  st-name       pic x(08).
        10  st-command    pic x(40).
        10  st-arg-form   pic x(01).
        10  st-allowed-rc pic x(20).
        10  st-day-rule   pic x(01).
        10  st-done       pic x(01).

01  step-command-line pic x(80) value spaces.
01  step-status usage binary-long value 0.
01  step-rc usage binary-long value 0.
01  step-signal usage binary-long value 0.
01  step-start pic x(19) value spaces.
01  step-end pic x(19) value spaces.
01  step-runs-today pic x(01) value "N".
01  step-rc-allowed pic x(01) value "N".

01  rc-list pic x(20) value spaces.
01  rc-ptr usage binary-long value 0.
01  rc-token pic x(03) value spaces.

01  stamp-work pic x(21) value spaces.
01  stamp-dashed pic x(19) value spaces.

01  stream-stopped pic x(01) value "N".
    88  stream-has-stopped value "Y".
01  steps-run usage binary-long value 0.
01  steps-bypassed usage binary-long value 0.
01  steps-skipped usage binary-long value 0.

01  listing-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  rc-edited pic zz9.

procedure division.

mainline.
    perform get-business-date
    open extend listing-file
    if listing-file-status is not equal to "00"
        open output listing-file
    end-if
    perform get-current-stamp
    string "batch job stream for " delimited by size
        business-date-dashed delimited by size
        " started " delimited by size
        stamp-dashed delimited by size
        into listing-line
    perform put-listing-line
    move "=============================================" to listing-line
    perform put-listing-line
    perform put-listing-line
    perform load-run-control
    if step-used is equal to 0
        string "run-control file " delimited by size
            trim(jobctl-file-name) delimited by size
            " could not be read or lists no steps" delimited by size
            into listing-line
        perform put-listing-line
        perform put-listing-line
        close listing-file
        move 8 to return-code
        goback
    end-if
    perform load-run-history
    open extend jobhist-file
    if jobhist-file-status is not equal to "00"
        open output jobhist-file
    end-if
    move "  step      rc  status                  start                end"
        to listing-line
    perform put-listing-line
    perform run-one-step
        varying step-idx from 1 by 1
        until step-idx is greater than step-used
           or stream-has-stopped
    close jobhist-file
    perform write-stream-totals
    close listing-file
    if stream-has-stopped
        move 8 to return-code
    else
        move 0 to return-code
    end-if
    goback.

get-business-date.
    accept cmd-line from command-line
    if cmd-line(1:8) is not equal to spaces
        move cmd-line(1:8) to business-date
    else
        move function current-date(1:8) to business-date
    end-if
    string business-date(1:4) delimited by size
        "-" delimited by size
        business-date(5:2) delimited by size
        "-" delimited by size
        business-date(7:2) delimited by size
        into business-date-dashed
    string "jobrun_" delimited by size
        business-date delimited by size
        ".txt" delimited by size
        into listing-file-name
    move business-date(7:2) to business-day
    compute business-weekday =
        mod(integer-of-date(business-date-num) - 1, 7) + 1
    move business-date(1:4) to prior-year
    move business-date(5:2) to prior-month
    if prior-month is equal to 1
        move 12 to prior-month
        subtract 1 from prior-year
    else
        subtract 1 from prior-month
    end-if
    string prior-year delimited by size
        prior-month delimited by size
        into prior-period.

load-run-control.
    call 'getenv' using by content z'ECHO_JOBCTL_FILE'
    returning jobctl-env-ptr
    if jobctl-env-ptr is not equal to null
        set address of jobctl-env-str to jobctl-env-ptr
        unstring jobctl-env-str delimited by x'00' into jobctl-file-name
    end-if

    move 0 to step-used
    open input jobctl-file
    if jobctl-file-status is equal to "00"
        move "N" to jobctl-eof
        perform read-jobctl-record until jobctl-at-end
        close jobctl-file
    end-if
    if step-overflow is equal to "Y"
        move "warning: more than 30 steps on the run-control file; the rest are not run"
            to listing-line
        perform put-listing-line
        perform put-listing-line
    end-if.

read-jobctl-record.
    read jobctl-file
        at end
            move "Y" to jobctl-eof
        not at end
            if step-name is not equal to spaces
               and step-command is not equal to spaces
                if step-used is less than 30
                    add 1 to step-used
                    move step-name to st-name(step-used)
                    move step-command to st-command(step-used)
                    move step-arg-form to st-arg-form(step-used)
                    move step-allowed-rc to st-allowed-rc(step-used)
                    move step-day-rule to st-day-rule(step-used)
                    move "N" to st-done(step-used)
                else
                    move "Y" to step-overflow
                end-if
            end-if
    end-read.

*> the latest history record for a step decides whether it is done:
*> a completed step stays done unless a later record shows it failed.
load-run-history.
    open input jobhist-file
    if jobhist-file-status is not equal to "00"
        move "Y" to jobhist-eof
    else
        move "N" to jobhist-eof
    end-if
    perform read-jobhist-record until jobhist-at-end
    close jobhist-file.

read-jobhist-record.
    read jobhist-file
        at end
            move "Y" to jobhist-eof
        not at end
            move jobhist-record to jobhist-line
            if run-date of jobhist-line is equal to business-date
                perform note-jobhist-step
                    varying step-idx from 1 by 1
                    until step-idx is greater than step-used
            end-if
    end-read.

note-jobhist-step.
    if st-name(step-idx) is equal to run-step of jobhist-line
        if run-status of jobhist-line is equal to "C"
            move "Y" to st-done(step-idx)
        else
            move "N" to st-done(step-idx)
        end-if
    end-if.

run-one-step.
    move spaces to jobhist-line
    move business-date to run-date of jobhist-line
    move st-name(step-idx) to run-step of jobhist-line
    if st-done(step-idx) is equal to "Y"
        add 1 to steps-bypassed
        move spaces to listing-line
        move st-name(step-idx) to listing-line(3:8)
        move "already completed" to listing-line(17:20)
        perform put-listing-line
    else
        perform check-step-day-rule
        if step-runs-today is equal to "N"
            add 1 to steps-skipped
            perform get-current-stamp
            move stamp-dashed to run-start of jobhist-line
            move stamp-dashed to run-end of jobhist-line
            move 0 to run-rc of jobhist-line
            move "S" to run-status of jobhist-line
            perform put-jobhist-line
            move spaces to listing-line
            move st-name(step-idx) to listing-line(3:8)
            move "skipped - not a run day" to listing-line(17:23)
            perform put-listing-line
        else
            perform execute-step
        end-if
    end-if.

check-step-day-rule.
    move "N" to step-runs-today
    evaluate st-day-rule(step-idx)
        when "D"
        when space
            move "Y" to step-runs-today
        when "W"
            if business-weekday is less than 6
                move "Y" to step-runs-today
            end-if
        when "M"
            if business-weekday is less than 6
                if business-day is equal to 1
                   or (business-day is less than 4
                       and business-weekday is equal to 1)
                    move "Y" to step-runs-today
                end-if
            end-if
        when "1" thru "7"
            if numval(st-day-rule(step-idx)) is equal to business-weekday
                move "Y" to step-runs-today
            end-if
    end-evaluate.

*> the system call hands back the wait status: the step's return code
*> is in the high-order byte, and a non-zero low-order byte means it
*> was killed by a signal rather than ending.
execute-step.
    move spaces to step-command-line
    evaluate st-arg-form(step-idx)
        when "N"
            move st-command(step-idx) to step-command-line
        when "P"
            string trim(st-command(step-idx)) delimited by size
                " " delimited by size
                prior-period delimited by size
                into step-command-line
        when other
            string trim(st-command(step-idx)) delimited by size
                " " delimited by size
                business-date delimited by size
                into step-command-line
    end-evaluate
    perform get-current-stamp
    move stamp-dashed to step-start
    call "SYSTEM" using step-command-line returning step-status
    perform get-current-stamp
    move stamp-dashed to step-end
    add 1 to steps-run
    if step-status is less than 0
        move 999 to step-rc
    else
        divide step-status by 256 giving step-rc remainder step-signal
        if step-signal is not equal to 0
           or step-rc is greater than 998
            move 999 to step-rc
        end-if
    end-if
    perform check-step-rc-allowed
    move step-start to run-start of jobhist-line
    move step-end to run-end of jobhist-line
    move step-rc to run-rc of jobhist-line
    move spaces to listing-line
    move st-name(step-idx) to listing-line(3:8)
    move step-rc to rc-edited
    move rc-edited to listing-line(12:3)
    if step-rc-allowed is equal to "Y"
        move "C" to run-status of jobhist-line
        move "completed" to listing-line(17:20)
    else
        move "F" to run-status of jobhist-line
        move "failed - stream stopped" to listing-line(17:23)
        move "Y" to stream-stopped
    end-if
    move step-start to listing-line(41:19)
    move step-end to listing-line(62:19)
    perform put-jobhist-line
    perform put-listing-line
    if stream-has-stopped
        string "  return code not in allowed list " delimited by size
            trim(st-allowed-rc(step-idx)) delimited by size
            " for " delimited by size
            trim(step-command-line) delimited by size
            into listing-line
        perform put-listing-line
    end-if.

check-step-rc-allowed.
    move "N" to step-rc-allowed
    move st-allowed-rc(step-idx) to rc-list
    if rc-list is equal to spaces
        move "0" to rc-list
    end-if
    move 1 to rc-ptr
    perform check-one-allowed-rc
        until rc-ptr is greater than length(rc-list)
           or step-rc-allowed is equal to "Y".

check-one-allowed-rc.
    move spaces to rc-token
    unstring rc-list delimited by ","
        into rc-token
        with pointer rc-ptr
    end-unstring
    if rc-token is not equal to spaces
        if numval(rc-token) is equal to step-rc
            move "Y" to step-rc-allowed
        end-if
    end-if.

write-stream-totals.
    perform put-listing-line
    move steps-run to count-edited
    string "steps run                 " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    move steps-bypassed to count-edited
    string "steps already completed   " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    move steps-skipped to count-edited
    string "steps skipped (day rule)  " delimited by size
        count-edited delimited by size
        into listing-line
    perform put-listing-line
    perform get-current-stamp
    if stream-has-stopped
        string "*** stream stopped " delimited by size
            stamp-dashed delimited by size
            " - rerun for " delimited by size
            business-date delimited by size
            " restarts at the failed step ***" delimited by size
            into listing-line
    else
        string "stream complete " delimited by size
            stamp-dashed delimited by size
            into listing-line
    end-if
    perform put-listing-line
    perform put-listing-line.

get-current-stamp.
    move function current-date to stamp-work
    move spaces to stamp-dashed
    string stamp-work(1:4) delimited by size
        "-" delimited by size
        stamp-work(5:2) delimited by size
        "-" delimited by size
        stamp-work(7:2) delimited by size
        " " delimited by size
        stamp-work(9:2) delimited by size
        ":" delimited by size
        stamp-work(11:2) delimited by size
        ":" delimited by size
        stamp-work(13:2) delimited by size
        into stamp-dashed.

put-jobhist-line.
    move jobhist-line to jobhist-record
    write jobhist-record.

put-listing-line.
    move listing-line to listing-record
    write listing-record
    move spaces to listing-line.

end program echojob.
