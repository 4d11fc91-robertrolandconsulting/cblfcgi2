       >>SOURCE FORMAT IS FREE
*>*******************************************
*> monthly traffic trend and capacity report over the access logs
*> written by the echo fastcgi worker.
*>
*> run with the report month as the first command-line argument in
*> yyyymm form; with no argument the current month is used.  reads
*> the monthly archive access_yyyymm.arc left by the maintenance run
*> together with the month's access_yyyymmdd.log files that have not
*> been archived yet, and the same files for the month before, all
*> from the working directory.  writes trend_yyyymm.txt with the
*> hour-of-day traffic histogram, day-by-day request counts, the peak
*> requests per minute with an estimate of the busy workers it needed,
*> request volume per route and per client against the prior month,
*> and latency percentiles per route.  latency is taken from the
*> elapsed time the worker appends to each access-log line; older
*> lines without it are counted but give no latency sample.  ends
*> with return-code 4 when the month has no access-log records or a
*> table overflowed, 8 when the month argument is not a valid yyyymm.
*>*******************************************
identification division.
program-id. echotrd.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select access-log-file assign to dynamic access-log-name
        organization is line sequential
        file status is access-log-status.
    select report-file assign to dynamic report-file-name
        organization is line sequential
        file status is report-file-status.

data division.

file section.

fd  access-log-file.
01  access-log-record pic x(200).

fd  report-file.
01  report-record pic x(132).

working-storage section.

01  access-log-name pic x(40) value spaces.
01  access-log-status pic x(02) value "00".
01  report-file-name pic x(40) value spaces.
01  report-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  report-period pic x(06) value spaces.
01  report-period-dashed pic x(07) value spaces.
01  prior-period pic x(06) value spaces.
01  prior-period-dashed pic x(07) value spaces.
01  period-work.
    05  period-work-year  pic 9(04).
    05  period-work-month pic 9(02).
01  period-valid pic x(01) value "Y".
    88  period-is-valid value "Y".

01  scan-period pic x(06) value spaces.
01  scan-period-dashed pic x(07) value spaces.
01  scan-day usage binary-long value 0.
01  scan-day-edited pic 9(02).
01  load-pass pic x(01) value "C".
    88  loading-current value "C".
    88  loading-prior   value "P".

01  days-in-month usage binary-long value 0.
01  first-of-month pic 9(08) value 0.
01  first-of-next pic 9(08) value 0.

01  access-eof pic x(01) value "N".
    88  access-at-end value "Y".

01  log-line-fields.
    05  log-fld-timestamp.
        10  log-fld-month   pic x(07).
        10  filler          pic x(01).
        10  log-fld-day     pic 9(02).
        10  filler          pic x(01).
        10  log-fld-hour    pic 9(02).
        10  filler          pic x(01).
        10  log-fld-minute  pic 9(02).
        10  filler          pic x(03).
    05  filler            pic x(01).
    05  log-fld-uri       pic x(60).
    05  filler            pic x(01).
    05  log-fld-accept-rc pic x(09).
    05  filler            pic x(01).
    05  log-fld-status    pic 9(03).
    05  filler            pic x(01).
    05  log-fld-client    pic x(10).
    05  filler            pic x(01).
    05  log-fld-elapsed   pic 9(07).

01  status-num usage binary-long value 0.
01  day-num usage binary-long value 0.
01  hour-num usage binary-long value 0.
01  minute-num usage binary-long value 0.
01  elapsed-num usage binary-long value 0.
01  lat-bucket-num usage binary-long value 0.

01  file-used usage binary-long value 0.
01  file-idx usage binary-long value 0.
01  file-table.
    05  file-entry occurs 70 times.
        10  file-name  pic x(40).
        10  file-lines usage binary-long.
01  file-line-count usage binary-long value 0.

01  total-requests usage binary-long value 0.
01  total-rejected usage binary-long value 0.
01  total-failed usage binary-long value 0.
01  total-untimed usage binary-long value 0.
01  total-skipped usage binary-long value 0.
01  prior-requests usage binary-long value 0.

01  day-table.
    05  day-entry occurs 31 times.
        10  day-count    usage binary-long.
        10  day-rejected usage binary-long.
        10  day-failed   usage binary-long.
        10  day-peak     usage binary-long.
        10  day-minutes.
            15  minute-count occurs 1440 times usage binary-long.
01  day-idx usage binary-long value 0.
01  minute-idx usage binary-long value 0.
01  day-max usage binary-long value 0.
01  days-with-traffic usage binary-long value 0.

01  hour-table.
    05  hour-count occurs 24 times usage binary-long.
01  hour-idx usage binary-long value 0.
01  hour-max usage binary-long value 0.
01  hour-busiest usage binary-long value 0.

01  peak-count usage binary-long value 0.
01  peak-day usage binary-long value 0.
01  peak-minute usage binary-long value 0.
01  peak-hh pic 9(02) value 0.
01  peak-mm pic 9(02) value 0.

*> latency buckets are one hundredth of a second wide; the last
*> bucket holds everything from ten seconds up.
01  lat-bucket-max usage binary-long value 1001.
01  route-path pic x(60) value spaces.
01  route-payments-tally usage binary-long value 0.
01  route-used usage binary-long value 0.
01  route-idx usage binary-long value 0.
01  route-hit usage binary-long value 0.
01  route-overflow pic x(01) value "N".
01  route-table.
    05  route-entry occurs 100 times.
        10  route-name      pic x(60).
        10  route-count     usage binary-long.
        10  route-prior     usage binary-long.
        10  route-rejected  usage binary-long.
        10  route-lat-count usage binary-long.
        10  route-lat-sum   pic 9(15).
        10  route-lat-max   usage binary-long.
        10  route-lat-hist.
            15  route-lat-bucket occurs 1001 times usage binary-long.

01  client-path pic x(10) value spaces.
01  client-used usage binary-long value 0.
01  client-idx usage binary-long value 0.
01  client-hit usage binary-long value 0.
01  client-overflow pic x(01) value "N".
01  client-table.
    05  client-entry occurs 200 times.
        10  client-name     pic x(10).
        10  client-count    usage binary-long.
        10  client-prior    usage binary-long.
        10  client-rejected usage binary-long.

01  total-lat-count usage binary-long value 0.
01  total-lat-sum pic 9(15) value 0.
01  total-lat-max usage binary-long value 0.
01  total-lat-hist.
    05  total-lat-bucket occurs 1001 times usage binary-long.

01  pctl-hist.
    05  pctl-bucket occurs 1001 times usage binary-long.
01  pctl-idx usage binary-long value 0.
01  pctl-samples usage binary-long value 0.
01  pctl-cum usage binary-long value 0.
01  pctl-rank-50 usage binary-long value 0.
01  pctl-rank-90 usage binary-long value 0.
01  pctl-rank-95 usage binary-long value 0.
01  pctl-rank-99 usage binary-long value 0.
01  pctl-p50 usage binary-long value 0.
01  pctl-p90 usage binary-long value 0.
01  pctl-p95 usage binary-long value 0.
01  pctl-p99 usage binary-long value 0.
01  pctl-mean usage binary-long value 0.

01  change-current usage binary-long value 0.
01  change-prior usage binary-long value 0.
01  change-work pic s9(07)v9 value 0.
01  change-edited pic -(6)9.9.
01  change-text pic x(10) value spaces.

01  busy-work pic 9(07)v99 value 0.
01  busy-edited pic zzz,zz9.99.
01  per-minute-work pic 9(07)v99 value 0.

01  bar-stars pic x(50) value all "*".
01  bar-len usage binary-long value 0.
01  bar-scale-max usage binary-long value 0.
01  bar-width usage binary-long value 0.

01  lat-value usage binary-long value 0.
01  lat-work pic 9(03)v99 value 0.
01  lat-edited pic zz9.99.
01  lat-text pic x(07) value spaces.
01  lat-text-50 pic x(07) value spaces.
01  lat-text-90 pic x(07) value spaces.
01  lat-text-95 pic x(07) value spaces.
01  lat-text-99 pic x(07) value spaces.
01  lat-text-max pic x(07) value spaces.
01  lat-text-mean pic x(07) value spaces.

01  report-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  count-edited-2 pic zzz,zzz,zz9.
01  count-edited-3 pic zzz,zzz,zz9.
01  count-edited-4 pic zzz,zzz,zz9.
01  day-edited pic 9(02).
01  hour-edited pic 9(02).

procedure division.

mainline.
    perform get-report-period
    open output report-file
    perform write-report-header
    if not period-is-valid
        string "report month " delimited by size
            trim(cmd-line) delimited by size
            " is not a valid yyyymm month - run abandoned"
                delimited by size
            into report-line
        perform put-report-line
        close report-file
        move 8 to return-code
        goback
    end-if
    initialize day-table hour-table total-lat-hist
    move "C" to load-pass
    move report-period to scan-period
    perform load-period-logs
    move "P" to load-pass
    move prior-period to scan-period
    perform load-period-logs
    perform find-minute-peaks
    perform write-files-section
    perform write-capacity-section
    perform write-hour-section
    perform write-day-section
    perform write-route-section
    perform write-client-section
    perform write-latency-section
    perform write-grand-total
    close report-file
    if total-requests is equal to 0
       or route-overflow is equal to "Y"
       or client-overflow is equal to "Y"
        move 4 to return-code
    end-if
    goback.

get-report-period.
    accept cmd-line from command-line
    if cmd-line(1:6) is not equal to spaces
        move cmd-line(1:6) to report-period
    else
        move function current-date(1:6) to report-period
    end-if
    move "Y" to period-valid
    if report-period is not numeric
        move "N" to period-valid
    else
        move report-period to period-work
        if period-work-month is less than 1
           or period-work-month is greater than 12
           or period-work-year is less than 1601
            move "N" to period-valid
        end-if
    end-if
    string "trend_" delimited by size
        report-period delimited by size
        ".txt" delimited by size
        into report-file-name
    if period-is-valid
        string report-period(1:4) delimited by size
            "-" delimited by size
            report-period(5:2) delimited by size
            into report-period-dashed
        move report-period to first-of-month(1:6)
        move "01" to first-of-month(7:2)
        if period-work-month is equal to 12
            add 1 to period-work-year
            move 1 to period-work-month
        else
            add 1 to period-work-month
        end-if
        move period-work to first-of-next(1:6)
        move "01" to first-of-next(7:2)
        compute days-in-month =
            integer-of-date(first-of-next) - integer-of-date(first-of-month)
        move report-period to period-work
        if period-work-month is equal to 1
            subtract 1 from period-work-year
            move 12 to period-work-month
        else
            subtract 1 from period-work-month
        end-if
        move period-work to prior-period
        string prior-period(1:4) delimited by size
            "-" delimited by size
            prior-period(5:2) delimited by size
            into prior-period-dashed
    end-if.

*> the archive holds the days the maintenance run has already rolled
*> up; any day still inside the retention window is read from its own
*> daily log.  a day is never in both, so nothing is counted twice.
load-period-logs.
    move spaces to scan-period-dashed
    string scan-period(1:4) delimited by size
        "-" delimited by size
        scan-period(5:2) delimited by size
        into scan-period-dashed
    move spaces to access-log-name
    string "access_" delimited by size
        scan-period delimited by size
        ".arc" delimited by size
        into access-log-name
    perform load-one-log-file
    perform load-daily-log
        varying scan-day from 1 by 1
        until scan-day is greater than 31.

load-daily-log.
    move scan-day to scan-day-edited
    move spaces to access-log-name
    string "access_" delimited by size
        scan-period delimited by size
        scan-day-edited delimited by size
        ".log" delimited by size
        into access-log-name
    perform load-one-log-file.

load-one-log-file.
    open input access-log-file
    if access-log-status is equal to "00"
        move 0 to file-line-count
        move "N" to access-eof
        perform read-access-line until access-at-end
        close access-log-file
        if file-used is less than 70
            add 1 to file-used
            move access-log-name to file-name(file-used)
            move file-line-count to file-lines(file-used)
        end-if
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
    if log-fld-month is not equal to scan-period-dashed
       or log-fld-day is not numeric
       or log-fld-hour is not numeric
       or log-fld-minute is not numeric
        add 1 to total-skipped
    else
        if log-fld-day is less than 1
           or log-fld-day is greater than 31
           or log-fld-hour is greater than 23
           or log-fld-minute is greater than 59
            add 1 to total-skipped
        else
            if log-fld-status is numeric
                move log-fld-status to status-num
            else
                move 0 to status-num
            end-if
            perform tally-route
            perform tally-client
            if loading-current
                perform tally-current-line
            else
                add 1 to prior-requests
            end-if
        end-if
    end-if.

tally-current-line.
    add 1 to total-requests
    move log-fld-day to day-num
    move log-fld-hour to hour-num
    move log-fld-minute to minute-num
    add 1 to day-count(day-num)
    add 1 to hour-count(hour-num + 1)
    compute minute-idx = hour-num * 60 + minute-num + 1
    add 1 to minute-count(day-num, minute-idx)
    if status-num is greater than or equal to 400
       and status-num is less than 500
        add 1 to total-rejected
        add 1 to day-rejected(day-num)
    end-if
    if status-num is greater than or equal to 500
        add 1 to total-failed
        add 1 to day-failed(day-num)
    end-if
    if log-fld-elapsed is numeric
        move log-fld-elapsed to elapsed-num
        perform tally-latency
    else
        add 1 to total-untimed
    end-if.

tally-latency.
    if elapsed-num is greater than or equal to lat-bucket-max - 1
        move lat-bucket-max to lat-bucket-num
    else
        compute lat-bucket-num = elapsed-num + 1
    end-if
    add 1 to total-lat-count
    add elapsed-num to total-lat-sum
    add 1 to total-lat-bucket(lat-bucket-num)
    if elapsed-num is greater than total-lat-max
        move elapsed-num to total-lat-max
    end-if
    if route-hit is greater than 0
        add 1 to route-lat-count(route-hit)
        add elapsed-num to route-lat-sum(route-hit)
        add 1 to route-lat-bucket(route-hit, lat-bucket-num)
        if elapsed-num is greater than route-lat-max(route-hit)
            move elapsed-num to route-lat-max(route-hit)
        end-if
    end-if.

*> customer ids are folded out of the path the same way the daily
*> report does, keeping the payment-history route apart.
tally-route.
    move spaces to route-path
    unstring log-fld-uri delimited by "?" or space into route-path
    if route-path(1:10) is equal to "/customer/"
        move 0 to route-payments-tally
        inspect route-path tallying route-payments-tally
            for all "/payments"
        if route-payments-tally is greater than 0
            move "/customer/*/payments" to route-path
        else
            move "/customer/*" to route-path
        end-if
    end-if
    move 0 to route-hit
    perform scan-route-entry
        varying route-idx from 1 by 1
        until route-idx is greater than route-used
    if route-hit is equal to 0
        if route-used is less than 99
            add 1 to route-used
            move route-used to route-hit
            move route-path to route-name(route-hit)
            perform clear-route-entry
        else
            if route-used is less than 100
                add 1 to route-used
                move route-used to route-hit
                move "(other)" to route-name(route-hit)
                perform clear-route-entry
            else
                move 100 to route-hit
            end-if
            move "Y" to route-overflow
        end-if
    end-if
    if loading-current
        add 1 to route-count(route-hit)
        if status-num is greater than or equal to 400
           and status-num is less than 500
            add 1 to route-rejected(route-hit)
        end-if
    else
        add 1 to route-prior(route-hit)
    end-if.

scan-route-entry.
    if route-name(route-idx) is equal to route-path
        move route-idx to route-hit
    end-if.

clear-route-entry.
    move 0 to route-count(route-hit)
    move 0 to route-prior(route-hit)
    move 0 to route-rejected(route-hit)
    move 0 to route-lat-count(route-hit)
    move 0 to route-lat-sum(route-hit)
    move 0 to route-lat-max(route-hit)
    initialize route-lat-hist(route-hit).

tally-client.
    if log-fld-client is equal to spaces
       or log-fld-client is equal to "-"
        move "(none)" to client-path
    else
        move log-fld-client to client-path
    end-if
    move 0 to client-hit
    perform scan-client-entry
        varying client-idx from 1 by 1
        until client-idx is greater than client-used
    if client-hit is equal to 0
        if client-used is less than 199
            add 1 to client-used
            move client-used to client-hit
            move client-path to client-name(client-hit)
            perform clear-client-entry
        else
            if client-used is less than 200
                add 1 to client-used
                move client-used to client-hit
                move "(other)" to client-name(client-hit)
                perform clear-client-entry
            else
                move 200 to client-hit
            end-if
            move "Y" to client-overflow
        end-if
    end-if
    if loading-current
        add 1 to client-count(client-hit)
        if status-num is greater than or equal to 400
           and status-num is less than 500
            add 1 to client-rejected(client-hit)
        end-if
    else
        add 1 to client-prior(client-hit)
    end-if.

scan-client-entry.
    if client-name(client-idx) is equal to client-path
        move client-idx to client-hit
    end-if.

clear-client-entry.
    move 0 to client-count(client-hit)
    move 0 to client-prior(client-hit)
    move 0 to client-rejected(client-hit).

find-minute-peaks.
    perform find-day-peak
        varying day-idx from 1 by 1
        until day-idx is greater than days-in-month.

find-day-peak.
    move 0 to day-peak(day-idx)
    if day-count(day-idx) is greater than 0
        add 1 to days-with-traffic
        if day-count(day-idx) is greater than day-max
            move day-count(day-idx) to day-max
        end-if
        perform check-minute-peak
            varying minute-idx from 1 by 1
            until minute-idx is greater than 1440
    end-if.

check-minute-peak.
    if minute-count(day-idx, minute-idx) is greater than day-peak(day-idx)
        move minute-count(day-idx, minute-idx) to day-peak(day-idx)
        if day-peak(day-idx) is greater than peak-count
            move day-peak(day-idx) to peak-count
            move day-idx to peak-day
            move minute-idx to peak-minute
        end-if
    end-if.

put-report-line.
    move report-line to report-record
    write report-record
    move spaces to report-line.

write-report-header.
    string "monthly traffic trend report for " delimited by size
        report-period(1:4) delimited by size
        "-" delimited by size
        report-period(5:2) delimited by size
        into report-line
    perform put-report-line
    move "==========================================" to report-line
    perform put-report-line
    perform put-report-line.

write-files-section.
    move "access logs read" to report-line
    perform put-report-line
    move "----------------" to report-line
    perform put-report-line
    if file-used is equal to 0
        move "  (no access logs found for this month or the month before)"
            to report-line
        perform put-report-line
    end-if
    perform write-file-line
        varying file-idx from 1 by 1
        until file-idx is greater than file-used
    perform put-report-line.

write-file-line.
    move file-lines(file-idx) to count-edited
    string "  " delimited by size
        file-name(file-idx) delimited by size
        " " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line.

*> the busy-worker estimate is the peak arrival rate times the time a
*> request holds a worker (requests per minute x seconds / 60); it is
*> the number of fastcgi workers the peak minute kept occupied, before
*> any headroom is added.
write-capacity-section.
    move "peak load and capacity" to report-line
    perform put-report-line
    move "----------------------" to report-line
    perform put-report-line
    if total-requests is equal to 0
        move "  (no access log records for this month)" to report-line
        perform put-report-line
    else
        perform write-capacity-figures
    end-if
    perform put-report-line.

write-capacity-figures.
    compute minute-num = peak-minute - 1
    divide minute-num by 60 giving peak-hh remainder peak-mm
    move peak-day to day-edited
    move peak-count to count-edited
    string "  peak requests per minute            " delimited by size
        count-edited delimited by size
        "  at " delimited by size
        report-period-dashed delimited by size
        "-" delimited by size
        day-edited delimited by size
        " " delimited by size
        peak-hh delimited by size
        ":" delimited by size
        peak-mm delimited by size
        into report-line
    perform put-report-line
    move 0 to hour-max
    move 0 to hour-busiest
    perform find-busiest-hour
        varying hour-idx from 1 by 1
        until hour-idx is greater than 24
    compute hour-edited = hour-busiest - 1
    string "  busiest hour of day                       " delimited by size
        hour-edited delimited by size
        ":00" delimited by size
        into report-line
    perform put-report-line
    compute per-minute-work rounded =
        hour-max / (days-with-traffic * 60)
    move per-minute-work to busy-edited
    string "  average per minute in busiest hour   " delimited by size
        busy-edited delimited by size
        into report-line
    perform put-report-line
    compute per-minute-work rounded = total-requests / days-with-traffic
    move per-minute-work to busy-edited
    string "  average requests per day with traffic" delimited by size
        busy-edited delimited by size
        into report-line
    perform put-report-line
    if total-lat-count is greater than 0
        move total-lat-hist to pctl-hist
        move total-lat-count to pctl-samples
        perform compute-percentiles
        compute pctl-mean = total-lat-sum / total-lat-count
        compute busy-work rounded = peak-count * pctl-mean / 6000
        move busy-work to busy-edited
        string "  busy workers at peak, mean latency   " delimited by size
            busy-edited delimited by size
            into report-line
        perform put-report-line
        compute busy-work rounded = peak-count * pctl-p95 / 6000
        move busy-work to busy-edited
        string "  busy workers at peak, 95th percentile" delimited by size
            busy-edited delimited by size
            into report-line
        perform put-report-line
    else
        move "  (no latency samples - busy workers not estimated)"
            to report-line
        perform put-report-line
    end-if.

find-busiest-hour.
    if hour-count(hour-idx) is greater than hour-max
        move hour-count(hour-idx) to hour-max
        move hour-idx to hour-busiest
    end-if.

write-hour-section.
    move "requests by hour of day" to report-line
    perform put-report-line
    move "-----------------------" to report-line
    perform put-report-line
    move hour-max to bar-scale-max
    move 50 to bar-width
    perform write-hour-line
        varying hour-idx from 1 by 1
        until hour-idx is greater than 24
    perform put-report-line.

write-hour-line.
    compute hour-edited = hour-idx - 1
    move hour-count(hour-idx) to count-edited
    move hour-count(hour-idx) to bar-len
    perform scale-bar
    if bar-len is greater than 0
        string "  " delimited by size
            hour-edited delimited by size
            ":00 " delimited by size
            count-edited delimited by size
            "  " delimited by size
            bar-stars(1:bar-len) delimited by size
            into report-line
    else
        string "  " delimited by size
            hour-edited delimited by size
            ":00 " delimited by size
            count-edited delimited by size
            into report-line
    end-if
    perform put-report-line.

*> bar-len comes in as the count and goes out as the number of stars,
*> any non-zero count showing at least one.
scale-bar.
    if bar-scale-max is greater than 0
       and bar-len is greater than 0
        compute bar-len = bar-len * bar-width / bar-scale-max
        if bar-len is less than 1
            move 1 to bar-len
        end-if
    else
        move 0 to bar-len
    end-if.

write-day-section.
    move "requests by day" to report-line
    perform put-report-line
    move "---------------" to report-line
    perform put-report-line
    move "  date          requests    rejected      failed    peak/min"
        to report-line
    perform put-report-line
    move day-max to bar-scale-max
    move 40 to bar-width
    perform write-day-line
        varying day-idx from 1 by 1
        until day-idx is greater than days-in-month
    perform put-report-line.

write-day-line.
    move day-idx to day-edited
    move day-count(day-idx) to count-edited
    move day-rejected(day-idx) to count-edited-2
    move day-failed(day-idx) to count-edited-3
    move day-peak(day-idx) to count-edited-4
    move day-count(day-idx) to bar-len
    perform scale-bar
    string "  " delimited by size
        report-period-dashed delimited by size
        "-" delimited by size
        day-edited delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        count-edited-2 delimited by size
        " " delimited by size
        count-edited-3 delimited by size
        " " delimited by size
        count-edited-4 delimited by size
        into report-line
    if bar-len is greater than 0
        move bar-stars(1:bar-len) to report-line(63:bar-len)
    end-if
    perform put-report-line.

write-route-section.
    move "request volume per route" to report-line
    perform put-report-line
    move "------------------------" to report-line
    perform put-report-line
    if route-used is equal to 0
        move "  (no access log records)" to report-line
        perform put-report-line
    else
        string "  route" delimited by size
            "                                                         "
                delimited by size
            "this month  last month     change" delimited by size
            into report-line
        perform put-report-line
    end-if
    perform write-route-line
        varying route-idx from 1 by 1
        until route-idx is greater than route-used
    if route-overflow is equal to "Y"
        move "  warning: more than 99 routes; the rest are counted under (other)"
            to report-line
        perform put-report-line
    end-if
    perform put-report-line.

write-route-line.
    move route-count(route-idx) to count-edited
    move route-prior(route-idx) to count-edited-2
    move route-count(route-idx) to change-current
    move route-prior(route-idx) to change-prior
    perform format-change
    string "  " delimited by size
        route-name(route-idx) delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        count-edited-2 delimited by size
        " " delimited by size
        change-text delimited by size
        into report-line
    perform put-report-line.

format-change.
    move spaces to change-text
    if change-prior is equal to 0
        if change-current is greater than 0
            move "       new" to change-text
        else
            move "         -" to change-text
        end-if
    else
        compute change-work rounded =
            (change-current - change-prior) * 100 / change-prior
        move change-work to change-edited
        string change-edited delimited by size
            "%" delimited by size
            into change-text
    end-if.

write-client-section.
    move "request volume per client" to report-line
    perform put-report-line
    move "-------------------------" to report-line
    perform put-report-line
    if client-used is equal to 0
        move "  (no access log records)" to report-line
        perform put-report-line
    else
        move "  client      this month  last month     change    rejected"
            to report-line
        perform put-report-line
    end-if
    perform write-client-line
        varying client-idx from 1 by 1
        until client-idx is greater than client-used
    if client-overflow is equal to "Y"
        move "  warning: more than 199 clients; the rest are counted under (other)"
            to report-line
        perform put-report-line
    end-if
    perform put-report-line.

write-client-line.
    move client-count(client-idx) to count-edited
    move client-prior(client-idx) to count-edited-2
    move client-rejected(client-idx) to count-edited-3
    move client-count(client-idx) to change-current
    move client-prior(client-idx) to change-prior
    perform format-change
    string "  " delimited by size
        client-name(client-idx) delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        count-edited-2 delimited by size
        " " delimited by size
        change-text delimited by size
        " " delimited by size
        count-edited-3 delimited by size
        into report-line
    perform put-report-line.

write-latency-section.
    move "latency percentiles per route (seconds)" to report-line
    perform put-report-line
    move "---------------------------------------" to report-line
    perform put-report-line
    if total-lat-count is equal to 0
        move "  (no latency samples)" to report-line
        perform put-report-line
    else
        string "  route" delimited by size
            "                                                            "
                delimited by size
            "samples   mean     p50     p90     p95     p99     max"
                delimited by size
            into report-line
        perform put-report-line
        perform write-route-latency-line
            varying route-idx from 1 by 1
            until route-idx is greater than route-used
        move total-lat-hist to pctl-hist
        move total-lat-count to pctl-samples
        perform compute-percentiles
        compute pctl-mean = total-lat-sum / total-lat-count
        move total-lat-max to lat-value
        perform format-latency
        move lat-text to lat-text-max
        move total-lat-count to count-edited
        move "(all routes)" to route-path
        perform write-latency-line
    end-if
    if total-untimed is greater than 0
        move total-untimed to count-edited
        string "  requests without a latency figure " delimited by size
            count-edited delimited by size
            into report-line
        perform put-report-line
    end-if
    perform put-report-line.

write-route-latency-line.
    if route-lat-count(route-idx) is greater than 0
        move route-lat-hist(route-idx) to pctl-hist
        move route-lat-count(route-idx) to pctl-samples
        perform compute-percentiles
        compute pctl-mean =
            route-lat-sum(route-idx) / route-lat-count(route-idx)
        move route-lat-max(route-idx) to lat-value
        perform format-latency
        move lat-text to lat-text-max
        move route-lat-count(route-idx) to count-edited
        move route-name(route-idx) to route-path
        perform write-latency-line
    end-if.

write-latency-line.
    move pctl-mean to lat-value
    perform format-latency
    move lat-text to lat-text-mean
    move pctl-p50 to lat-value
    perform format-latency
    move lat-text to lat-text-50
    move pctl-p90 to lat-value
    perform format-latency
    move lat-text to lat-text-90
    move pctl-p95 to lat-value
    perform format-latency
    move lat-text to lat-text-95
    move pctl-p99 to lat-value
    perform format-latency
    move lat-text to lat-text-99
    string "  " delimited by size
        route-path delimited by size
        " " delimited by size
        count-edited delimited by size
        " " delimited by size
        lat-text-mean delimited by size
        " " delimited by size
        lat-text-50 delimited by size
        " " delimited by size
        lat-text-90 delimited by size
        " " delimited by size
        lat-text-95 delimited by size
        " " delimited by size
        lat-text-99 delimited by size
        " " delimited by size
        lat-text-max delimited by size
        into report-line
    perform put-report-line.

*> a percentile is the low edge of the first bucket whose running
*> count reaches the rank ceiling(samples x p / 100).
compute-percentiles.
    compute pctl-rank-50 = (pctl-samples * 50 + 99) / 100
    compute pctl-rank-90 = (pctl-samples * 90 + 99) / 100
    compute pctl-rank-95 = (pctl-samples * 95 + 99) / 100
    compute pctl-rank-99 = (pctl-samples * 99 + 99) / 100
    move -1 to pctl-p50 pctl-p90 pctl-p95 pctl-p99
    move 0 to pctl-cum
    perform accumulate-percentile-bucket
        varying pctl-idx from 1 by 1
        until pctl-idx is greater than lat-bucket-max
           or pctl-p99 is not less than 0.

accumulate-percentile-bucket.
    add pctl-bucket(pctl-idx) to pctl-cum
    if pctl-p50 is less than 0
       and pctl-cum is not less than pctl-rank-50
        compute pctl-p50 = pctl-idx - 1
    end-if
    if pctl-p90 is less than 0
       and pctl-cum is not less than pctl-rank-90
        compute pctl-p90 = pctl-idx - 1
    end-if
    if pctl-p95 is less than 0
       and pctl-cum is not less than pctl-rank-95
        compute pctl-p95 = pctl-idx - 1
    end-if
    if pctl-p99 is less than 0
       and pctl-cum is not less than pctl-rank-99
        compute pctl-p99 = pctl-idx - 1
    end-if.

*> hundredths to seconds; a figure in the open-ended top bucket is
*> shown as its lower edge with a plus.
format-latency.
    move spaces to lat-text
    if lat-value is greater than or equal to lat-bucket-max - 1
        move "10.00+" to lat-text(2:6)
    else
        compute lat-work = lat-value / 100
        move lat-work to lat-edited
        move lat-edited to lat-text
    end-if.

write-grand-total.
    move total-requests to count-edited
    move prior-requests to count-edited-2
    move total-requests to change-current
    move prior-requests to change-prior
    perform format-change
    string "grand total  this month " delimited by size
        count-edited delimited by size
        "  last month " delimited by size
        count-edited-2 delimited by size
        "  change " delimited by size
        trim(change-text) delimited by size
        into report-line
    perform put-report-line
    move total-rejected to count-edited
    move total-failed to count-edited-2
    move total-skipped to count-edited-3
    string "             rejected   " delimited by size
        count-edited delimited by size
        "  failed     " delimited by size
        count-edited-2 delimited by size
        "  unreadable " delimited by size
        count-edited-3 delimited by size
        into report-line
    perform put-report-line.

end program echotrd.
