       >>SOURCE FORMAT IS FREE
*>*******************************************
*> nightly snapshot of the customer master kept by the echo fastcgi
*> worker.
*>
*> run with the snapshot date as the first command-line argument in
*> yyyymmdd form; with no argument the current date is used.  walks
*> the indexed customer master in key order and copies every record
*> to the dated sequential backup custsnap_yyyymmdd.dat (custsnap.cpy)
*> between a header carrying the time the snapshot was taken and a
*> trailer carrying the record count, the cust-balance total and the
*> sum of the numeric cust-ids.  the recovery utility (echorcv)
*> rebuilds the master from a snapshot and the change journal
*> records written after that time.  a summary snap_yyyymmdd.txt
*> carries the same control figures.  ends with return-code 8 when
*> the master or the snapshot file cannot be opened.
*>*******************************************
identification division.
program-id. echosnp.

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
    select snapshot-file assign to dynamic snapshot-file-name
        organization is line sequential
        file status is snapshot-file-status.
    select summary-file assign to dynamic summary-file-name
        organization is line sequential
        file status is summary-file-status.

data division.

file section.

fd  config-file.
01  config-record.
    copy "echocfg.cpy".

fd  customer-file.
01  customer-record.
    copy "custrec.cpy".

fd  snapshot-file.
01  snapshot-record pic x(154).

fd  summary-file.
01  summary-record pic x(132).

working-storage section.

01  config-file-name pic x(80) value "config/echo.cfg".
01  config-file-status pic x(02) value "00".
01  config-env-ptr usage pointer.
01  config-env-str based pic x(256).

01  customer-file-name pic x(40) value "customer.dat".
01  customer-file-status pic x(02) value "00".
01  snapshot-file-name pic x(40) value spaces.
01  snapshot-file-status pic x(02) value "00".
01  summary-file-name pic x(40) value spaces.
01  summary-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  snapshot-date pic x(08) value spaces.

01  master-eof pic x(01) value "N".
    88  master-at-end value "Y".

01  snapshot-line.
    copy "custsnap.cpy".

01  now-fields.
    05  now-date.
        10  now-year  pic 9(04).
        10  now-month pic 9(02).
        10  now-day   pic 9(02).
    05  now-time.
        10  now-hour   pic 9(02).
        10  now-minute pic 9(02).
        10  now-second pic 9(02).
01  snapshot-stamp pic x(19) value spaces.

01  id-work pic x(06) value zeros.
01  id-work-num redefines id-work pic 9(06).

01  records-written usage binary-long value 0.
01  balance-hash-total pic s9(13)v99 value 0.
01  id-hash-total pic 9(15) value 0.
01  ids-not-numeric usage binary-long value 0.

01  summary-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform load-config
    perform get-snapshot-date
    open output summary-file
    string "customer master snapshot for " delimited by size
        snapshot-date delimited by size
        into summary-line
    perform put-summary-line
    move "=============================================" to summary-line
    perform put-summary-line
    perform put-summary-line
    open input customer-file
    if customer-file-status is not equal to "00"
        move "customer master could not be opened - no snapshot taken"
            to summary-line
        perform put-summary-line
        close summary-file
        move 8 to return-code
        goback
    end-if
    open output snapshot-file
    if snapshot-file-status is not equal to "00"
        string trim(snapshot-file-name) delimited by size
            " could not be opened - no snapshot taken" delimited by size
            into summary-line
        perform put-summary-line
        close customer-file
        close summary-file
        move 8 to return-code
        goback
    end-if
    perform write-snapshot-header
    move "N" to master-eof
    move low-values to cust-id
    start customer-file key is greater than or equal to cust-id
        invalid key
            move "Y" to master-eof
    end-start
    perform snapshot-one-record until master-at-end
    perform write-snapshot-trailer
    close customer-file
    close snapshot-file
    perform write-run-summary
    close summary-file
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
        end-if
        close config-file
    end-if.

get-snapshot-date.
    accept cmd-line from command-line
    if cmd-line(1:8) is not equal to spaces
        move cmd-line(1:8) to snapshot-date
    else
        move function current-date(1:8) to snapshot-date
    end-if
    string "custsnap_" delimited by size
        snapshot-date delimited by size
        ".dat" delimited by size
        into snapshot-file-name
    string "snap_" delimited by size
        snapshot-date delimited by size
        ".txt" delimited by size
        into summary-file-name.

*> the stamp is taken before the first record is read, so a change
*> journalled while the snapshot runs is rolled forward again by a
*> recovery rather than lost.
write-snapshot-header.
    move function current-date to now-fields
    string
        now-year delimited by size "-" delimited by size
        now-month delimited by size "-" delimited by size
        now-day delimited by size " " delimited by size
        now-hour delimited by size ":" delimited by size
        now-minute delimited by size ":" delimited by size
        now-second delimited by size
        into snapshot-stamp
    move spaces to snapshot-line
    move "HDR" to snap-rec-type
    move snapshot-date to snap-hdr-date
    move snapshot-stamp to snap-hdr-stamp
    move customer-file-name to snap-hdr-master
    perform put-snapshot-line.

snapshot-one-record.
    read customer-file next
        at end
            move "Y" to master-eof
        not at end
            move spaces to snapshot-line
            move "CUS" to snap-rec-type
            move customer-record to snap-body
            perform put-snapshot-line
            add 1 to records-written
            add cust-balance to balance-hash-total
            move cust-id to id-work
            if id-work is numeric
                add id-work-num to id-hash-total
            else
                add 1 to ids-not-numeric
            end-if
    end-read
    if customer-file-status is not equal to "00"
        move "Y" to master-eof
    end-if.

write-snapshot-trailer.
    move spaces to snapshot-line
    move "TRL" to snap-rec-type
    move records-written to snap-trl-count
    move balance-hash-total to snap-trl-balance
    move id-hash-total to snap-trl-id-hash
    perform put-snapshot-line.

put-snapshot-line.
    move snapshot-line to snapshot-record
    write snapshot-record.

write-run-summary.
    string "snapshot file            " delimited by size
        trim(snapshot-file-name) delimited by size
        into summary-line
    perform put-summary-line
    string "taken at                 " delimited by size
        snapshot-stamp delimited by size
        into summary-line
    perform put-summary-line
    move records-written to count-edited
    string "records written       " delimited by size
        count-edited delimited by size
        into summary-line
    perform put-summary-line
    move balance-hash-total to total-edited
    string "balance hash total " delimited by size
        total-edited delimited by size
        into summary-line
    perform put-summary-line
    string "cust-id hash total       " delimited by size
        id-hash-total delimited by size
        into summary-line
    perform put-summary-line
    if ids-not-numeric is greater than 0
        move ids-not-numeric to count-edited
        string "ids left out of hash  " delimited by size
            count-edited delimited by size
            into summary-line
        perform put-summary-line
    end-if.

put-summary-line.
    move summary-line to summary-record
    write summary-record
    move spaces to summary-line.

end program echosnp.
