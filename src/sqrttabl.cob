identification division.
program-id. SQRTTABL.
environment division.
input-output section.

file-control.
    select optional control-file assign to dynamic control-file-name
    organization is line sequential.
    select optional master-file assign to "SQRTMSTR.DAT"
    organization is indexed
    access mode is dynamic
    record key is master-key
    file status is ws-master-status.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd control-file.
    01 control-io-record picture x(80).
fd master-file.
    01 master-record.
       02 master-key.
          03 master-key-z      picture s9(11)v9(6).
          03 master-key-degree picture 9(2).
       02 master-root picture s9(11)v9(6).
       02 master-iter picture 9(5).
fd standard-output.
    01 out-line picture x(150).
fd report-file.
    01 report-line picture x(150).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
77 diff picture v9(5).
copy SQRTFLD1 replacing ==FIELD-NAME== by ==z==.
77 k    picture s9999.
copy SQRTFLD1 replacing ==FIELD-NAME== by ==x==.
copy SQRTFLD1 replacing ==FIELD-NAME== by ==y==.
copy SQRTFLD1 replacing ==FIELD-NAME== by ==temp==.

77 degree        picture 9(2) value 2.
77 ws-degree-m1  picture 9(2) value 1.
77 ws-exponent   picture 9(2) value 1.
77 ws-xpow       picture s9(11)v9(6).
77 ws-term1      picture s9(11)v9(6).
77 ws-term2      picture s9(11)v9(6).
77 ws-default-diff picture v9(5) value 0.00001.

copy SQRTTABL.

77 ws-master-status  picture x(2) value spaces.
77 ws-master-active  picture x value 'Y'.
   88 ws-master-is-active        value 'Y'.
77 ws-run-id         picture x(8) value spaces.
77 ws-id-suffix      picture x(9) value spaces.
77 ws-journal-function picture x value space.
copy SQRTJRNL.

77 ws-operator picture x(20) value spaces.
01 batch-timestamp.
   02 bts-date.
      03 bts-yyyy picture 9(4).
      03 bts-mm   picture 9(2).
      03 bts-dd   picture 9(2).
   02 bts-time.
      03 bts-hh   picture 9(2).
      03 bts-mi   picture 9(2).
      03 bts-ss   picture 9(2).
copy BATCHLOG.

77 ws-run-date-env picture x(8) value spaces.
01 control-file-name picture x(40).
01 report-file-name  picture x(40).
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

77 ws-page-lines    picture 9(3) value 60.
77 ws-line-count    picture 9(3) value 0.
77 ws-page-no       picture 9(4) value 0.
77 ws-advance       picture 9(1) value 1.
01 ws-out-line      picture x(150).

77 ws-card-ok       picture x value 'Y'.
   88 ws-card-is-ok              value 'Y'.
77 ws-max-rows      picture 9(9) value 100000.
77 ws-row-total     picture 9(11) value 0.
77 ws-row           picture 9(9) value 0.
77 ws-value         picture s9(11)v9(6) value 0.
77 ws-value-work    picture s9(13)v9(6) value 0.
77 ws-deg-count     picture 9(1) value 0.
77 ws-cx            picture 9(1) value 0.
01 ws-degree-table.
   02 ws-deg occurs 6 times picture 9(2).
77 ws-tol-edit      picture .9(5).
copy SQRTEDITS replacing ==LEVELNO== by ==77== ==FIELD-NAME== by ==ws-root-edit==.

77 ws-card-count      picture 9(5) value 0.
77 ws-card-bad-count  picture 9(5) value 0.
77 ws-tbl-values      picture 9(9) value 0.
77 ws-tbl-computed    picture 9(9) value 0.
77 ws-tbl-aborted     picture 9(9) value 0.
77 ws-tbl-notcomp     picture 9(9) value 0.
77 ws-tbl-added       picture 9(9) value 0.
77 ws-tbl-skipped     picture 9(9) value 0.
77 ws-all-values      picture 9(9) value 0.
77 ws-all-computed    picture 9(9) value 0.
77 ws-all-aborted     picture 9(9) value 0.
77 ws-all-notcomp     picture 9(9) value 0.
77 ws-all-added       picture 9(9) value 0.
77 ws-all-skipped     picture 9(9) value 0.

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(24) value 'root reference tables'.

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(24) value 'root reference tables'.
   02 filler picture x(10) value '    table '.
   02 phl-table picture zzzz9.
   02 filler picture x(15) value '    tolerance  '.
   02 phl-tol   picture x(6).
   02 filler picture x(10) value '    page  '.
   02 phl-page  picture zzz9.

01 under-line.
   02 filler picture x(146) value all '-'.

01 col-heads.
   02 filler picture x(1)  value spaces.
   02 filler picture x(19) value '              value'.
   02 chd-degree occurs 6 times.
      03 filler picture x(2)  value spaces.
      03 chd-text picture x(19).

01 table-line.
   02 filler picture x(1)  value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==tbl-value==.
   02 tbl-column occurs 6 times.
      03 filler picture x(2)  value spaces.
      03 tbl-root picture x(19).

01 card-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(14) value 'control card  '.
   02 cdm-card  picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 cdm-text  picture x(50).

01 no-master-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(34) value 'master file not available, status '.
   02 nmm-status picture x(2).
   02 filler picture x(29) value ', tables printed, not loaded'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'values..........'.
   02 trl-values   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'roots computed..'.
   02 trl-computed picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'aborted.........'.
   02 trl-aborted  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'not computed....'.
   02 trl-notcomp  picture zzzzzzzz9.

01 trailer-line-2.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'master added....'.
   02 trl-added    picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'master skipped..'.
   02 trl-skipped  picture zzzzzzzz9.

01 total-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(24) value 'all tables'.
   02 filler picture x(16) value 'control cards...'.
   02 tot-cards    picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'cards rejected..'.
   02 tot-bad      picture zzzz9.

procedure division.
    accept control-file-name from environment 'SQRTTABL_CONTROL'.
    if control-file-name is equal to spaces
        move 'SQRTTABL.CTL' to control-file-name
    end-if.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is numeric
        move ws-run-date-env to report-run-date
    else
        move function current-date(1:8) to report-run-date
    end-if.
    accept ws-run-id from environment 'SQRT_RUN_ID'.
    move spaces to ws-id-suffix.
    if ws-run-id is not equal to spaces
        string '-' delimited by size
            ws-run-id delimited by space
            into ws-id-suffix
    else
        move 'SQRTTABL' to ws-run-id
    end-if.
    string 'SQRTTABL' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.

    open output standard-output, output report-file.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    perform open-master-io.
    open input control-file.

c1.
    read control-file into table-control-card at end go to c-finish end-read.
    if table-control-card(1:1) is equal to '*'
            or table-control-card is equal to spaces
        go to c1
    end-if.
    add 1 to ws-card-count.
    perform check-control-card thru check-control-card-exit.
    if not ws-card-is-ok
        add 1 to ws-card-bad-count
        move ws-card-count to cdm-card
        write out-line from card-mess after advancing 1 line
        if ws-page-no is equal to zero
            move 1 to ws-page-no
            write report-line from title-line after advancing 0 lines
            write report-line from under-line after advancing 1 line
            move 2 to ws-line-count
        end-if
        move card-mess to ws-out-line
        move 2 to ws-advance
        perform put-report-line
        go to c1
    end-if.
    perform generate-table thru generate-table-done.
    go to c1.
c-finish.
    close control-file.
    if ws-master-is-active
        close master-file
    end-if.
    move 'C' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
    move ws-card-count     to tot-cards.
    move ws-card-bad-count to tot-bad.
    move ws-all-values   to trl-values.
    move ws-all-computed to trl-computed.
    move ws-all-aborted  to trl-aborted.
    move ws-all-notcomp  to trl-notcomp.
    move ws-all-added    to trl-added.
    move ws-all-skipped  to trl-skipped.
    write out-line from total-head-line after advancing 2 lines.
    write out-line from trailer-line after advancing 1 line.
    write out-line from trailer-line-2 after advancing 1 line.
    move total-head-line to ws-out-line.
    move 3 to ws-advance.
    perform put-report-line.
    move trailer-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    move trailer-line-2 to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    close standard-output, report-file.
    perform write-batch-log.
    if not ws-master-is-active or ws-card-bad-count is greater than zero
        move 8 to return-code
    else
        if ws-all-aborted is greater than zero
            move 4 to return-code
        end-if
    end-if.
stop run.

check-control-card.
    move 'Y' to ws-card-ok.
    if tc-start is not numeric or tc-end is not numeric
            or tc-step is not numeric
        move 'start, end or step not numeric, card skipped' to cdm-text
        go to check-control-card-bad
    end-if.
    if tc-step is equal to zero
        move 'step must be greater than zero, card skipped' to cdm-text
        go to check-control-card-bad
    end-if.
    if tc-end is less than tc-start
        move 'end value below start value, card skipped' to cdm-text
        go to check-control-card-bad
    end-if.
    compute ws-row-total = (tc-end - tc-start) / tc-step + 1
        on size error move 99999999999 to ws-row-total
    end-compute.
    if ws-row-total is greater than ws-max-rows
        move 'more than 100000 values, card skipped' to cdm-text
        go to check-control-card-bad
    end-if.
    move zero to ws-deg-count.
    perform pick-degree
        varying ws-cx from 1 by 1 until ws-cx is greater than 6.
    if ws-deg-count is equal to zero
        move 1 to ws-deg-count
        move 2 to ws-deg(1)
    end-if.
    if tc-tol is numeric and tc-tol is greater than zero
        move tc-tol to diff
    else
        move ws-default-diff to diff
    end-if.
    go to check-control-card-exit.
check-control-card-bad.
    move 'N' to ws-card-ok.
check-control-card-exit.
    exit.

pick-degree.
    if ws-deg-count is equal to ws-cx - 1
        if tc-degree(ws-cx) is numeric
                and tc-degree(ws-cx) is greater than or equal to 2
            add 1 to ws-deg-count
            move tc-degree(ws-cx) to ws-deg(ws-deg-count)
        end-if
    end-if.

generate-table.
    move ws-card-count to phl-table.
    move diff to ws-tol-edit.
    move ws-tol-edit to phl-tol.
    perform set-column-head
        varying ws-cx from 1 by 1 until ws-cx is greater than 6.
    move zero to ws-tbl-values, ws-tbl-computed, ws-tbl-aborted,
        ws-tbl-notcomp, ws-tbl-added, ws-tbl-skipped.
    move zero to ws-row.
    perform page-heading.
gt1.
    compute ws-value-work = tc-start + ws-row * tc-step.
    if ws-value-work is greater than tc-end
        go to gt-done
    end-if.
    move ws-value-work to ws-value.
    add 1 to ws-tbl-values.
    move spaces to table-line.
    move ws-value to tbl-value.
    perform compute-column thru compute-column-exit
        varying ws-cx from 1 by 1 until ws-cx is greater than ws-deg-count.
    move table-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    add 1 to ws-row.
    go to gt1.
gt-done.
    move ws-tbl-values   to trl-values.
    move ws-tbl-computed to trl-computed.
    move ws-tbl-aborted  to trl-aborted.
    move ws-tbl-notcomp  to trl-notcomp.
    move ws-tbl-added    to trl-added.
    move ws-tbl-skipped  to trl-skipped.
    move trailer-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move trailer-line-2 to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    add ws-tbl-values   to ws-all-values.
    add ws-tbl-computed to ws-all-computed.
    add ws-tbl-aborted  to ws-all-aborted.
    add ws-tbl-notcomp  to ws-all-notcomp.
    add ws-tbl-added    to ws-all-added.
    add ws-tbl-skipped  to ws-all-skipped.
generate-table-done.
    exit.

set-column-head.
    move spaces to chd-text(ws-cx).
    if ws-cx is not greater than ws-deg-count
        if ws-deg(ws-cx) is equal to 2
            move '        square root' to chd-text(ws-cx)
        else
            if ws-deg(ws-cx) is equal to 3
                move '          cube root' to chd-text(ws-cx)
            else
                string '     degree ' ws-deg(ws-cx) ' root'
                    delimited by size into chd-text(ws-cx)
            end-if
        end-if
    end-if.

compute-column.
    move ws-deg(ws-cx) to degree.
    if ws-value is equal to zero
        add 1 to ws-tbl-notcomp
        move '            INVALID' to tbl-root(ws-cx)
        go to compute-column-exit
    end-if.
    if ws-value is less than zero and function mod(degree, 2) is equal to 0
        add 1 to ws-tbl-notcomp
        move '           NOT REAL' to tbl-root(ws-cx)
        go to compute-column-exit
    end-if.
    compute ws-degree-m1 = degree - 1.
    compute ws-exponent = degree - 1.
    move ws-value to z.
    if z is less than zero compute z = - z end-if.
    divide 2 into z giving x rounded.
    move 1 to k.
cc1.
    if k is greater than 1000
        add 1 to ws-tbl-aborted
        move '            ABORTED' to tbl-root(ws-cx)
        go to compute-column-exit
    end-if.
    compute ws-xpow rounded = x ** ws-exponent.
    compute ws-term1 = ws-degree-m1 * x.
    compute ws-term2 rounded = z / ws-xpow.
    compute y rounded = (ws-term1 + ws-term2) / degree.
    subtract x from y giving temp.
    if temp is less than zero compute temp = - temp end-if.
    if temp / (y + x) is greater than diff
        move y to x
        add 1 to k
        go to cc1
    end-if.
    if ws-value is less than zero compute y = - y end-if.
    add 1 to ws-tbl-computed.
    move y to ws-root-edit.
    move ws-root-edit to tbl-root(ws-cx).
    if ws-master-is-active
        perform load-master-entry
    end-if.
compute-column-exit.
    exit.

load-master-entry.
    move ws-value to master-key-z.
    move degree   to master-key-degree.
    move y        to master-root.
    move k        to master-iter.
    write master-record.
    if ws-master-status is equal to '00'
        add 1 to ws-tbl-added
        move spaces to journal-rec
        move 'SQRTTABL' to jr-program
        move ws-run-id to jr-run-id
        move 'A' to jr-action
        move master-record to jr-after
        move 'Y' to jr-after-flag
        move 'W' to ws-journal-function
        call 'SQRTJRNL' using ws-journal-function, journal-rec
    end-if.
    if ws-master-status is equal to '22'
        add 1 to ws-tbl-skipped
    end-if.
    if ws-master-status is not equal to '00'
            and ws-master-status is not equal to '22'
        close master-file
        move 'N' to ws-master-active
        move ws-master-status to nmm-status
        write out-line from no-master-mess after advancing 1 line
        move no-master-mess to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

open-master-io.
    move 'Y' to ws-master-active.
    open i-o master-file.
    if ws-master-status is not equal to '00'
            and ws-master-status is not equal to '05'
        move 'N' to ws-master-active
        move ws-master-status to nmm-status
        write out-line from no-master-mess after advancing 1 line
    end-if.

put-report-line.
    if ws-line-count + ws-advance is greater than ws-page-lines
        perform page-heading
    end-if.
    write report-line from ws-out-line after advancing ws-advance lines.
    add ws-advance to ws-line-count.

page-heading.
    add 1 to ws-page-no.
    move ws-page-no to phl-page.
    if ws-page-no is equal to 1
        write report-line from page-head-line after advancing 0 lines
    else
        write report-line from page-head-line after advancing page
    end-if.
    write report-line from under-line after advancing 1 line.
    move 2 to ws-line-count.
    if not ws-master-is-active
        write report-line from no-master-mess after advancing 1 line
        add 1 to ws-line-count
    end-if.
    write report-line from col-heads after advancing 2 lines.
    write report-line from under-line after advancing 1 line.
    add 3 to ws-line-count.

write-batch-log.
    move function current-date(1:8) to bts-date.
    move function current-date(9:6) to bts-time.
    move spaces to bl-ts.
    string bts-yyyy '-' bts-mm '-' bts-dd ' '
           bts-hh ':' bts-mi ':' bts-ss
           delimited by size into bl-ts.
    accept ws-operator from environment 'USER'.
    if ws-operator is equal to spaces
        move 'UNKNOWN' to ws-operator
    end-if.
    move ws-operator to bl-operator.
    move 'SQRTTABL' to bl-program.
    move control-file-name to bl-input.
    move spaces to bl-parms.
    string 'CARDS=' ws-card-count ' ADDED=' ws-all-added
        ' SKIPPED=' ws-all-skipped
        delimited by size into bl-parms.
    move ws-all-values   to bl-read.
    move ws-all-computed to bl-good.
    compute bl-bad = ws-all-aborted + ws-all-notcomp.
    if ws-master-is-active
        move 'COMPLETE' to bl-outcome
    else
        move 'NO MASTER' to bl-outcome
    end-if.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
