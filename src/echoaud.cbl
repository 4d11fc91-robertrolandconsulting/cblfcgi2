       >>SOURCE FORMAT IS FREE
*>*******************************************
*> data-quality and duplicate-account audit of the customer master
*> kept by the echo fastcgi worker.
*>
*> run as:  echoaud [yyyymmdd] [days]
*>
*> yyyymmdd is the audit date (today when not given) and days the
*> inactivity window (365 when not given).  walks the customer master
*> in key order and lists, grouped by problem type with a count for
*> each, the accounts that look wrong:
*>   - likely duplicates sharing a phone number (digits only
*>     compared), or sharing a normalized name (letters and digits
*>     only, upper case) and the first five digits of the zip;
*>   - state codes that are not a us state, district, territory or
*>     military post code;
*>   - zip codes shorter than five digits or not numeric;
*>   - a blank street address or city;
*>   - closed (status C) accounts still carrying a balance;
*>   - inactive (status I) accounts with no customer change journal
*>     record inside the inactivity window ending on the audit date.
*> the listing is audit_yyyymmdd.txt.  the audit changes nothing.
*> ends with return-code 4 when the master holds more accounts than
*> the audit can hold (the rest are not audited) and return-code 8
*> when the master cannot be opened.
*>*******************************************
identification division.
program-id. echoaud.

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

01  customer-file-name pic x(40) value "customer.dat".
01  customer-file-status pic x(02) value "00".
01  journal-file-name pic x(40) value "custjrnl.dat".
01  journal-file-status pic x(02) value "00".
01  report-file-name pic x(40) value spaces.
01  report-file-status pic x(02) value "00".

01  cmd-line pic x(80) value spaces.
01  audit-date pic x(08) value spaces.
01  audit-date-num redefines audit-date pic 9(08).
01  audit-date-dashed pic x(10) value spaces.
01  days-arg pic x(05) justified right value spaces.
01  days-arg-num redefines days-arg pic 9(05).
01  inactive-days usage binary-long value 365.
01  cutoff-int usage binary-long value 0.
01  cutoff-date pic 9(08) value 0.
01  cutoff-date-x redefines cutoff-date pic x(08).
01  cutoff-dashed pic x(10) value spaces.

01  master-eof pic x(01) value "N".
    88  master-at-end value "Y".
01  journal-eof pic x(01) value "N".
    88  journal-at-end value "Y".

01  journal-line.
    copy "custjrnl.cpy".
01  jrnl-cust-id pic x(06) value spaces.

*> us states, the district, the territories and the military post
*> codes, two characters each.
01  state-code-list pic x(118) value
    "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYPRVIGUASMPAAAEAP".
01  state-code-idx usage binary-long value 0.
01  state-found pic x(01) value "N".

*> one entry per account, in key order.
01  acct-used usage binary-long value 0.
01  acct-idx usage binary-long value 0.
01  acct-cmp usage binary-long value 0.
01  acct-hit usage binary-long value 0.
01  acct-low usage binary-long value 0.
01  acct-high usage binary-long value 0.
01  acct-mid usage binary-long value 0.
01  acct-overflow pic x(01) value "N".
01  acct-table.
    05  acct-entry occurs 10000 times.
        10  acct-id            pic x(06).
        10  acct-name          pic x(30).
        10  acct-state         pic x(02).
        10  acct-zip           pic x(09).
        10  acct-phone         pic x(12).
        10  acct-status        pic x(01).
        10  acct-balance       pic s9(07)v99.
        10  acct-norm-phone    pic x(12).
        10  acct-name-key      pic x(35).
        10  acct-phone-grp     usage binary-long.
        10  acct-name-grp      usage binary-long.
        10  acct-state-bad     pic x(01).
        10  acct-zip-bad       pic x(01).
        10  acct-addr-bad      pic x(01).
        10  acct-closed-bal    pic x(01).
        10  acct-inactive      pic x(01).
        10  acct-last-activity pic x(10).
        10  acct-excepted      pic x(01).

01  norm-in pic x(30) value spaces.
01  norm-out pic x(30) value spaces.
01  norm-idx usage binary-long value 0.
01  norm-out-len usage binary-long value 0.
01  norm-char pic x(01) value space.

01  accounts-audited usage binary-long value 0.
01  accounts-excepted usage binary-long value 0.
01  phone-groups usage binary-long value 0.
01  phone-accounts usage binary-long value 0.
01  name-groups usage binary-long value 0.
01  name-accounts usage binary-long value 0.
01  state-count usage binary-long value 0.
01  zip-count usage binary-long value 0.
01  addr-count usage binary-long value 0.
01  closed-count usage binary-long value 0.
01  closed-balance-total pic s9(11)v99 value 0.
01  inactive-count usage binary-long value 0.
01  journal-read usage binary-long value 0.
01  section-count usage binary-long value 0.
01  section-title pic x(80) value spaces.

01  report-line pic x(132) value spaces.
01  count-edited pic zzz,zzz,zz9.
01  amount-edited pic -(7)9.99.
01  total-edited pic -(11)9.99.

procedure division.

mainline.
    perform load-config
    perform get-audit-args
    open output report-file
    string "customer master data-quality audit for " delimited by size
        audit-date-dashed delimited by size
        into report-line
    perform put-report-line
    move "=============================================" to report-line
    perform put-report-line
    open input customer-file
    if customer-file-status is not equal to "00"
        move "customer master could not be opened - nothing audited"
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
    perform load-one-account until master-at-end
    close customer-file
    perform scan-journal-activity
    perform flag-inactive-account
        varying acct-idx from 1 by 1
        until acct-idx is greater than acct-used
    perform find-phone-duplicates
        varying acct-idx from 1 by 1
        until acct-idx is greater than acct-used
    perform find-name-duplicates
        varying acct-idx from 1 by 1
        until acct-idx is greater than acct-used
    perform write-phone-section
    perform write-name-section
    perform write-state-section
    perform write-zip-section
    perform write-address-section
    perform write-closed-section
    perform write-inactive-section
    perform write-audit-summary
    close report-file
    if acct-overflow is equal to "Y"
        move 4 to return-code
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
            if cfg-journal-file-name is not equal to spaces
                move cfg-journal-file-name to journal-file-name
            end-if
        end-if
        close config-file
    end-if.

get-audit-args.
    accept cmd-line from command-line
    unstring cmd-line delimited by all spaces
        into audit-date days-arg
    if audit-date is equal to spaces
        move function current-date(1:8) to audit-date
    end-if
    inspect days-arg replacing leading spaces by zeros
    if days-arg is numeric and days-arg-num is greater than 0
        move days-arg-num to inactive-days
    end-if
    string audit-date(1:4) delimited by size
        "-" delimited by size
        audit-date(5:2) delimited by size
        "-" delimited by size
        audit-date(7:2) delimited by size
        into audit-date-dashed
    if audit-date is numeric
        compute cutoff-int = integer-of-date(audit-date-num) - inactive-days
        compute cutoff-date = date-of-integer(cutoff-int)
        string cutoff-date-x(1:4) delimited by size
            "-" delimited by size
            cutoff-date-x(5:2) delimited by size
            "-" delimited by size
            cutoff-date-x(7:2) delimited by size
            into cutoff-dashed
    end-if
    string "audit_" delimited by size
        audit-date delimited by size
        ".txt" delimited by size
        into report-file-name.

*> the checks that need only the one record are made as it is
*> loaded; duplicates and journal activity need the whole table.
load-one-account.
    read customer-file next
        at end
            move "Y" to master-eof
        not at end
            if acct-used is less than 10000
                add 1 to acct-used
                add 1 to accounts-audited
                move acct-used to acct-idx
                perform build-account-entry
            else
                move "Y" to acct-overflow
                move "Y" to master-eof
            end-if
    end-read
    if customer-file-status is not equal to "00"
        move "Y" to master-eof
    end-if.

build-account-entry.
    move cust-id to acct-id(acct-idx)
    move cust-name to acct-name(acct-idx)
    move cust-state to acct-state(acct-idx)
    move cust-zip to acct-zip(acct-idx)
    move cust-phone to acct-phone(acct-idx)
    move cust-status to acct-status(acct-idx)
    move cust-balance to acct-balance(acct-idx)
    move 0 to acct-phone-grp(acct-idx)
    move 0 to acct-name-grp(acct-idx)
    move "N" to acct-state-bad(acct-idx)
    move "N" to acct-zip-bad(acct-idx)
    move "N" to acct-addr-bad(acct-idx)
    move "N" to acct-closed-bal(acct-idx)
    move "N" to acct-inactive(acct-idx)
    move "N" to acct-excepted(acct-idx)
    move spaces to acct-last-activity(acct-idx)

    move spaces to norm-in
    move cust-phone to norm-in
    perform normalise-digits
    move norm-out(1:12) to acct-norm-phone(acct-idx)

    move spaces to acct-name-key(acct-idx)
    move upper-case(cust-name) to norm-in
    perform normalise-name
    if norm-out is not equal to spaces
        string norm-out delimited by size
            cust-zip(1:5) delimited by size
            into acct-name-key(acct-idx)
    end-if

    move "N" to state-found
    perform scan-state-code
        varying state-code-idx from 1 by 2
        until state-code-idx is greater than length of state-code-list
           or state-found is equal to "Y"
    if state-found is equal to "N"
        move "Y" to acct-state-bad(acct-idx)
        add 1 to state-count
        perform note-account-exception
    end-if

    if cust-zip(1:5) is not numeric
       or (cust-zip(6:4) is not numeric
           and cust-zip(6:4) is not equal to spaces)
        move "Y" to acct-zip-bad(acct-idx)
        add 1 to zip-count
        perform note-account-exception
    end-if

    if cust-addr is equal to spaces or cust-city is equal to spaces
        move "Y" to acct-addr-bad(acct-idx)
        add 1 to addr-count
        perform note-account-exception
    end-if

    if cust-status is equal to "C" and cust-balance is not equal to 0
        move "Y" to acct-closed-bal(acct-idx)
        add 1 to closed-count
        add cust-balance to closed-balance-total
        perform note-account-exception
    end-if.

scan-state-code.
    if cust-state is equal to state-code-list(state-code-idx:2)
        move "Y" to state-found
    end-if.

note-account-exception.
    if acct-excepted(acct-idx) is equal to "N"
        move "Y" to acct-excepted(acct-idx)
        add 1 to accounts-excepted
    end-if.

*> phone numbers keep only their digits, so 555-1212 and (555) 1212
*> compare equal.
normalise-digits.
    move spaces to norm-out
    move 0 to norm-out-len
    perform keep-digit-char
        varying norm-idx from 1 by 1
        until norm-idx is greater than length of norm-in.

keep-digit-char.
    move norm-in(norm-idx:1) to norm-char
    if norm-char is numeric
        add 1 to norm-out-len
        move norm-char to norm-out(norm-out-len:1)
    end-if.

*> names keep only their letters and digits, upper case, so
*> "Acme & Co." and "ACME CO" compare equal.
normalise-name.
    move spaces to norm-out
    move 0 to norm-out-len
    perform keep-name-char
        varying norm-idx from 1 by 1
        until norm-idx is greater than length of norm-in.

keep-name-char.
    move norm-in(norm-idx:1) to norm-char
    if norm-char is numeric
       or (norm-char is alphabetic and norm-char is not equal to space)
        add 1 to norm-out-len
        move norm-char to norm-out(norm-out-len:1)
    end-if.

*> one pass over the journal notes the latest change to each account;
*> the table is in key order, so each record is found by halving.
scan-journal-activity.
    open input journal-file
    if journal-file-status is not equal to "00"
        move "Y" to journal-eof
    else
        move "N" to journal-eof
    end-if
    perform read-journal-activity until journal-at-end
    close journal-file.

read-journal-activity.
    read journal-file
        at end
            move "Y" to journal-eof
        not at end
            add 1 to journal-read
            move journal-record to journal-line
            if jrnl-after(1:6) is not equal to spaces
                move jrnl-after(1:6) to jrnl-cust-id
            else
                move jrnl-before(1:6) to jrnl-cust-id
            end-if
            perform find-account-by-id
            if acct-hit is greater than 0
               and jrnl-timestamp(1:10)
                   is greater than acct-last-activity(acct-hit)
                move jrnl-timestamp(1:10) to acct-last-activity(acct-hit)
            end-if
    end-read.

find-account-by-id.
    move 0 to acct-hit
    move 1 to acct-low
    move acct-used to acct-high
    perform halve-account-range
        until acct-low is greater than acct-high
           or acct-hit is greater than 0.

halve-account-range.
    compute acct-mid = (acct-low + acct-high) / 2
    evaluate true
        when acct-id(acct-mid) is equal to jrnl-cust-id
            move acct-mid to acct-hit
        when acct-id(acct-mid) is less than jrnl-cust-id
            compute acct-low = acct-mid + 1
        when other
            compute acct-high = acct-mid - 1
    end-evaluate.

flag-inactive-account.
    if acct-status(acct-idx) is equal to "I"
       and acct-last-activity(acct-idx) is less than cutoff-dashed
        move "Y" to acct-inactive(acct-idx)
        add 1 to inactive-count
        perform note-account-exception
    end-if.

*> an account leads its group when it is the first in key order to
*> share the value; every member carries the leader's index.
find-phone-duplicates.
    if acct-phone-grp(acct-idx) is equal to 0
       and acct-norm-phone(acct-idx) is not equal to spaces
        perform match-phone-entry
            varying acct-cmp from acct-idx by 1
            until acct-cmp is greater than acct-used
    end-if.

match-phone-entry.
    if acct-cmp is greater than acct-idx
       and acct-phone-grp(acct-cmp) is equal to 0
       and acct-norm-phone(acct-cmp) is equal to acct-norm-phone(acct-idx)
        if acct-phone-grp(acct-idx) is equal to 0
            move acct-idx to acct-phone-grp(acct-idx)
            add 1 to phone-groups
            add 1 to phone-accounts
            perform note-account-exception
        end-if
        move acct-idx to acct-phone-grp(acct-cmp)
        add 1 to phone-accounts
        move acct-cmp to acct-hit
        perform note-member-exception
    end-if.

find-name-duplicates.
    if acct-name-grp(acct-idx) is equal to 0
       and acct-name-key(acct-idx) is not equal to spaces
        perform match-name-entry
            varying acct-cmp from acct-idx by 1
            until acct-cmp is greater than acct-used
    end-if.

match-name-entry.
    if acct-cmp is greater than acct-idx
       and acct-name-grp(acct-cmp) is equal to 0
       and acct-name-key(acct-cmp) is equal to acct-name-key(acct-idx)
        if acct-name-grp(acct-idx) is equal to 0
            move acct-idx to acct-name-grp(acct-idx)
            add 1 to name-groups
            add 1 to name-accounts
            perform note-account-exception
        end-if
        move acct-idx to acct-name-grp(acct-cmp)
        add 1 to name-accounts
        move acct-cmp to acct-hit
        perform note-member-exception
    end-if.

note-member-exception.
    if acct-excepted(acct-hit) is equal to "N"
        move "Y" to acct-excepted(acct-hit)
        add 1 to accounts-excepted
    end-if.

write-section-heading.
    perform put-report-line
    move section-title to report-line
    perform put-report-line
    move all "-" to report-line(1:length(trim(section-title)))
    perform put-report-line
    move 0 to section-count.

write-section-none.
    if section-count is equal to 0
        move "  (none)" to report-line
        perform put-report-line
    end-if.

write-phone-section.
    move "duplicate phone numbers" to section-title
    perform write-section-heading
    perform write-phone-group
        varying acct-idx from 1 by 1
        until acct-idx is greater than acct-used
    perform write-section-none.

write-phone-group.
    if acct-phone-grp(acct-idx) is equal to acct-idx
        add 1 to section-count
        string "  phone " delimited by size
            acct-norm-phone(acct-idx) delimited by size
            into report-line
        perform put-report-line
        perform write-phone-member
            varying acct-cmp from acct-idx by 1
            until acct-cmp is greater than acct-used
    end-if.

write-phone-member.
    if acct-phone-grp(acct-cmp) is equal to acct-idx
        move acct-cmp to acct-hit
        perform write-account-line
    end-if.

write-name-section.
    move "duplicate name and zip" to section-title
    perform write-section-heading
    perform write-name-group
        varying acct-idx from 1 by 1
        until acct-idx is greater than acct-used
    perform write-section-none.

write-name-group.
    if acct-name-grp(acct-idx) is equal to acct-idx
        add 1 to section-count
        string "  name " delimited by size
            trim(acct-name-key(acct-idx)(1:30)) delimited by size
            "  zip " delimited by size
            acct-name-key(acct-idx)(31:5) delimited by size
            into report-line
        perform put-report-line
        perform write-name-member
            varying acct-cmp from acct-idx by 1
            until acct-cmp is greater than acct-used
    end-if.

write-name-member.
    if acct-name-grp(acct-cmp) is equal to acct-idx
        move acct-cmp to acct-hit
        perform write-account-line
    end-if.

write-state-section.
    move "invalid state codes" to section-title
    perform write-section-heading
    perform write-state-entry
        varying acct-hit from 1 by 1
        until acct-hit is greater than acct-used
    perform write-section-none.

write-state-entry.
    if acct-state-bad(acct-hit) is equal to "Y"
        add 1 to section-count
        perform write-account-line
    end-if.

write-zip-section.
    move "short or non-numeric zip codes" to section-title
    perform write-section-heading
    perform write-zip-entry
        varying acct-hit from 1 by 1
        until acct-hit is greater than acct-used
    perform write-section-none.

write-zip-entry.
    if acct-zip-bad(acct-hit) is equal to "Y"
        add 1 to section-count
        perform write-account-line
    end-if.

write-address-section.
    move "blank street address or city" to section-title
    perform write-section-heading
    perform write-address-entry
        varying acct-hit from 1 by 1
        until acct-hit is greater than acct-used
    perform write-section-none.

write-address-entry.
    if acct-addr-bad(acct-hit) is equal to "Y"
        add 1 to section-count
        perform write-account-line
    end-if.

write-closed-section.
    move "closed accounts carrying a balance" to section-title
    perform write-section-heading
    perform write-closed-entry
        varying acct-hit from 1 by 1
        until acct-hit is greater than acct-used
    perform write-section-none.

write-closed-entry.
    if acct-closed-bal(acct-hit) is equal to "Y"
        add 1 to section-count
        perform write-account-line
    end-if.

write-inactive-section.
    string "inactive accounts with no journal activity since "
            delimited by size
        cutoff-dashed delimited by size
        into section-title
    perform write-section-heading
    perform write-inactive-entry
        varying acct-hit from 1 by 1
        until acct-hit is greater than acct-used
    perform write-section-none.

write-inactive-entry.
    if acct-inactive(acct-hit) is equal to "Y"
        add 1 to section-count
        perform write-account-line
        if acct-last-activity(acct-hit) is equal to spaces
            move "      last journal activity: none on file" to report-line
        else
            string "      last journal activity: " delimited by size
                acct-last-activity(acct-hit) delimited by size
                into report-line
        end-if
        perform put-report-line
    end-if.

write-account-line.
    move acct-balance(acct-hit) to amount-edited
    string "    " delimited by size
        acct-id(acct-hit) delimited by size
        "  " delimited by size
        acct-name(acct-hit) delimited by size
        "  " delimited by size
        acct-state(acct-hit) delimited by size
        "  " delimited by size
        acct-zip(acct-hit) delimited by size
        "  " delimited by size
        acct-phone(acct-hit) delimited by size
        "  " delimited by size
        acct-status(acct-hit) delimited by size
        "  " delimited by size
        amount-edited delimited by size
        into report-line
    perform put-report-line.

write-audit-summary.
    move "summary" to section-title
    perform write-section-heading
    move accounts-audited to count-edited
    string "accounts audited              " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move phone-groups to count-edited
    string "duplicate phone groups        " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move phone-accounts to count-edited
    string "  accounts in them            " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move name-groups to count-edited
    string "duplicate name and zip groups " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move name-accounts to count-edited
    string "  accounts in them            " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move state-count to count-edited
    string "invalid state codes           " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move zip-count to count-edited
    string "short or non-numeric zips     " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move addr-count to count-edited
    string "blank address or city         " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move closed-count to count-edited
    string "closed accounts with balance  " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move closed-balance-total to total-edited
    string "  balance on them        " delimited by size
        total-edited delimited by size
        into report-line
    perform put-report-line
    move inactive-count to count-edited
    string "inactive with no activity     " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move accounts-excepted to count-edited
    string "accounts with an exception    " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    move journal-read to count-edited
    string "journal records read          " delimited by size
        count-edited delimited by size
        into report-line
    perform put-report-line
    if acct-overflow is equal to "Y"
        move "warning: more than 10000 accounts on the master; the rest were not audited"
            to report-line
        perform put-report-line
    end-if.

put-report-line.
    move report-line to report-record
    write report-record
    move spaces to report-line.

end program echoaud.
