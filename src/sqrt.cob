    select optional input-file assign to dynamic input-file-name
    organization is line sequential.
    select standard-output assign to display.
    select optional report-work-file assign to dynamic report-work-name
    organization is line sequential.
    select optional restart-file assign to dynamic restart-file-name
    organization is line sequential.
    file status is ws-lock-status.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.
    select optional activity-file assign to "SQRTACT.DAT"
    organization is line sequential.
    select optional pending-file assign to dynamic pending-file-name
    organization is line sequential.
    select optional csv-file assign to dynamic csv-file-name
    01 standard-input picture x(80).
fd standard-output.
    01 out-line  picture x(222).
fd report-work-file.
copy SQRTRPTW.
fd restart-file.
    01 restart-io-record picture x(80).
fd lock-file.
    01 lock-io-record picture x(40).
fd batch-log-file.
    01 batch-log-io-record picture x(200).
fd activity-file.
    01 activity-io-record picture x(142).
fd pending-file.
    01 pending-io-record picture x(80).
fd csv-file.
77 ws-csv-active picture x value 'N'.
01 csv-file-name picture x(40).

77 ws-card-held      picture x value 'N'.
77 ws-registry-flag  picture x value 'N'.
   88 ws-registry-checked        value 'Y'.
77 ws-registry-result picture x value space.
77 ws-registry-last  picture 9(8) value zero.
77 ws-registry-function picture x value space.
77 ws-reg-override   picture x value spaces.
77 ws-abandon-rc     picture 9(2) value zero.
77 ws-partition-flag picture x value 'N'.
   88 ws-partition-run           value 'Y'.
77 ws-reg-reason     picture x(36) value spaces.
copy SQRTFREG.
77 ws-journal-function picture x value space.
copy SQRTJRNL.
77 ws-profile-found  picture x value 'N'.
   88 ws-profile-is-found        value 'Y'.
copy SQRTPROF.

77 ws-run-id      picture x(8) value spaces.
77 ws-id-suffix   picture x(9) value spaces.
77 ws-lock-status picture x(2) value spaces.
77 ws-ignore-lock picture x    value spaces.
77 ws-lock-bypass picture x    value 'N'.
77 ws-auth-function picture x(8)  value spaces.
77 ws-auth-program  picture x(12) value 'SQRT'.
77 ws-auth-result   picture x     value 'N'.
01 restart-file-name picture x(40) value 'SQRT.CKP'.
01 lock-file-name    picture x(20) value 'SQRT.LCK'.
01 lock-record-ws.
      03 bts-mi   picture 9(2).
      03 bts-ss   picture 9(2).
copy BATCHLOG.
copy SQRTACT.

77 ws-cache-hit-count picture 9(9) value 0.
77 ws-computed-count  picture 9(9) value 0.
77 ws-hp-count        picture 9(9) value 0.

77 ws-controls-flag picture x value 'N'.
   88 ws-controls-present        value 'Y'.

77 ws-run-date-env picture x(8) value spaces.
01 report-file-name picture x(40).
01 report-work-name picture x(40) value 'SQRTRPTW.TMP'.
77 ws-rpt-group    picture 9(1) value 1.
77 ws-rpt-kind     picture x(1) value 'M'.
77 ws-rpt-advance  picture 9(1) value 1.
77 ws-rpt-sub      picture 9(3) value 0.
77 ws-rpt-last-seq picture 9(9) value 0.
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 in-mantissa     picture s9(11)v9(6).
   02 in-exponent     picture s9(2).
   02 in-hp-flag      picture x(1).
   02 in-dup-flag     picture x(1).
   02 filler          picture x(33).

01 title-line.
   02 filler picture x(9) value spaces.

01 print-line.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==out-z==.
   02 filler picture x(5) value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==out-y==.
   02 filler picture x(5) value spaces.
   02 out-iter picture zzzz9.

   02 filler picture x(10) value 'iterations'.

01 csv-data.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==csv-z==.
   02 filler picture x(1) value ','.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==csv-y==.
   02 filler picture x(1) value ','.
   02 csv-iter picture zzzz9.

01 hp-print-line.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==hout-z==.
   02 filler picture x(5) value spaces.
   copy SQRTEDITS2 replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==hout-y==.
   02 filler picture x(5) value spaces.
   02 hout-iter picture zzzz9.

01 hp-csv-data.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==hcsv-z==.
   02 filler picture x(1) value ','.
   copy SQRTEDITS2 replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==hcsv-y==.
   02 filler picture x(1) value ','.
   02 hcsv-iter picture zzzz9.

   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==ot-z==.
   02 filler picture x(21) value '        INVALID INPUT'.

01 neg-even-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==otn-z==.
   02 filler picture x(26) value '        NEGATIVE EVEN ROOT'.

01 skip-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==ots-z==.

01 abort-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==outp-z==.
   02 filler picture x(37) value
      '  attempt aborted,too many iterations'.

01 diff-warn-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==outd-z==.
   02 filler picture x(30) value
      '  bad tolerance,defaulted to '.
   02 outd-diff picture .9(5).

01 feed-header-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(7)  value ' date '.
   02 fhm-date picture 9(8).

01 profile-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(19) value 'processing profile '.
   02 pfm-source    picture x(8).
   02 filler picture x(8)  value ' degree '.
   02 pfm-degree    picture z9.
   02 filler picture x(11) value ' tolerance '.
   02 pfm-diff      picture .9(5).
   02 filler picture x(11) value ' precision '.
   02 pfm-precision picture x(4).
   02 filler picture x(5)  value ' csv '.
   02 pfm-csv       picture x(1).
   02 filler picture x(11) value ' max bad % '.
   02 pfm-max-bad   picture zz9.
   02 filler picture x(13) value ' breaker min '.
   02 pfm-breaker   picture zzzzzzzz9.

01 oob-count-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(22) value 'trailer detail count '.
   02 filler picture x(1)  value spaces.
   02 filler picture x(28) value 'RUN FAILED - FEED SUSPECT'.

01 refused-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(28) value 'RUN FAILED - FEED REFUSED'.

01 registry-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(14) value 'registry feed '.
   02 rgm-feed-id picture x(8).
   02 filler picture x(6)  value ' date '.
   02 rgm-date picture 9(8).
   02 filler picture x(1)  value space.
   02 rgm-reason picture x(36).
   02 filler picture x(6)  value ' last '.
   02 rgm-last picture 9(8).

01 seen-degrade-mess.
   02 filler picture x value space.
   02 filler picture x(52) value
   02 filler picture x(52) value
      'WARNING duplicate table full, detection incomplete'.

copy SQRTTRLR.

procedure division.
    accept input-file-name from environment 'SQRT_INPUT'.
    string 'SQRTSEEN' delimited by size
        ws-id-suffix delimited by space
        '.TMP' delimited by size into seen-file-name.
    move spaces to report-work-name.
    string 'SQRTRPTW' delimited by size
        ws-id-suffix delimited by space
        '.TMP' delimited by size into report-work-name.
    move spaces to pending-file-name.
    string 'SQRTPEND' delimited by size
        ws-id-suffix delimited by space
            move 'N' to ws-verify-flag
        end-if
    end-if.
    accept ws-partition-flag from environment 'SQRT_PARTITION'.
    if ws-partition-flag = 'y'
        move 'Y' to ws-partition-flag
    end-if.
    if not ws-partition-run
        perform check-run-lock
    end-if.
    open input input-file, output standard-output.
    accept ws-hp-env from environment 'SQRT_PRECISION'.
    if ws-hp-env = 'H' or ws-hp-env = 'h'
        move 'Y' to ws-hp-run
    end-if.
    accept ws-csv-format from environment 'SQRT_CSV'.
    if ws-csv-format = 'Y' or ws-csv-format = 'y'
        move 'Y' to ws-csv-active
    end-if.
    perform peek-feed-header thru peek-feed-header-exit.
    if ws-registry-checked and not ws-partition-run
        perform check-feed-registry thru check-feed-registry-exit
        if ws-registry-result is equal to 'D'
                or ws-registry-result is equal to 'S'
            go to registry-refuse
        end-if
    end-if.
    if ws-restart-flag = 'Y' or ws-restart-flag = 'y'
        open extend report-work-file
        open extend reject-file
        open extend digest-file
        perform recount-extract thru recount-extract-done
        end-if
        open extend extract-file
    else
        open output report-work-file, output reject-file,
            output digest-file
        open output extract-file
        move spaces to extract-header-rec
        move 'HDR' to xh-marker
        move report-run-date to xh-date
        write extract-io-record from extract-header-rec
    end-if.
    if ws-csv-active = 'Y'
        string 'SQRT' report-yyyy report-mm report-dd
            delimited by size
            ws-id-suffix delimited by space
    end-if.
    if ws-restart-flag is not equal to 'Y' and ws-restart-flag is not equal to 'y'
        write out-line from title-line after advancing 0 lines
        write out-line from under-line after advancing 1 line
        write out-line from col-heads after advancing 1 line
        write out-line from underline-2 after advancing 1 line
        write digest-line from title-line after advancing 0 lines
        write digest-line from under-line after advancing 1 line
    end-if.
    perform write-profile-mess.
    if ws-registry-result is equal to 'G'
            or ws-registry-result is equal to 'O'
        perform write-registry-mess
    end-if.

s1.
    evaluate ws-card-held
        when 'Y'
            move 'N' to ws-card-held
        when 'E'
            go to finish
        when other
            read input-file into in-card at end go to finish end-read
    end-evaluate.
    add 1 to ws-scan-count.
    if in-card(1:3) is equal to 'HDR'
        move in-card to feed-header-card
            move fh-feed-id to fhm-feed-id
            move fh-date to fhm-date
            write out-line from feed-header-mess after advancing 1 line
            move feed-header-mess to rw-line
            perform put-report-line
            write digest-line from feed-header-mess
                after advancing 1 line
        end-if
    if in-card(1:3) is equal to 'TRL'
        move in-card to feed-trailer-card
        move 'Y' to ws-controls-flag
        move 3 to ws-rpt-group
        perform verify-feed-controls
        go to s1
    end-if.
        end-if
    end-if.
    add 1 to ws-read-count.
    move 2 to ws-rpt-group.
    if in-degree is numeric and in-degree is greater than or equal to 2
        move in-degree to degree
    else
        move ws-default-degree to degree
    end-if.
    perform check-feed-breaker.
    if ws-breaker-is-tripped go to breaker-trip end-if.
    if ws-controls-present
        add 1 to ws-skipped-count
        move in-z to ots-z
        write out-line from skip-mess after advancing 1 line
        move skip-mess to rw-line
        perform put-report-line
        write digest-line from skip-mess after advancing 1 line
        perform checkpoint-if-due
        go to s1
    end-if.
    if in-z is greater than zero go to b1 end-if.
    if in-z is less than zero go to n1 end-if.
    add 1 to ws-rejected-count.
    move in-z to ot-z.
    write out-line from error-mess after advancing 1 line.
    move 'R' to ws-rpt-kind.
    move error-mess to rw-line.
    perform put-report-line.
    write digest-line from error-mess after advancing 1 line.
    move 'I' to in-reject-code.
    write reject-io-record from in-card.
    perform checkpoint-if-due.
    go to s1.
n1.
    if function mod(degree, 2) is equal to 1 go to b1 end-if.
    add 1 to ws-rejected-count.
    move in-z to otn-z.
    write out-line from neg-even-mess after advancing 1 line.
    move 'R' to ws-rpt-kind.
    move neg-even-mess to rw-line.
    perform put-report-line.
    write digest-line from neg-even-mess after advancing 1 line.
    move 'N' to in-reject-code.
    write reject-io-record from in-card.
    perform checkpoint-if-due.
    go to s1.
b1.
    move in-z to ws-magnitude-check.
    perform check-magnitude.
        add 1 to ws-toolarge-count
        move in-z to otl-z
        write out-line from toolarge-mess after advancing 1 line
        move 'R' to ws-rpt-kind
        move toolarge-mess to rw-line
        perform put-report-line
        write digest-line from toolarge-mess after advancing 1 line
        move 'I' to in-reject-code
        write reject-io-record from in-card
        perform checkpoint-if-due
        go to s1
    end-if.
    if in-dup-flag is equal to 'D'
        move 'Y' to ws-dup-found
        move space to in-dup-flag
    else
        perform check-duplicate
    end-if.
    if ws-dup-is-found
        add 1 to ws-duplicate-count
        move in-z to otu-z
        write out-line from dup-mess after advancing 1 line
        move dup-mess to rw-line
        perform put-report-line
        write digest-line from dup-mess after advancing 1 line
    end-if.
    move 'N' to ws-hp-record.
        move ws-default-diff to diff
        add 1 to ws-bad-diff-count
        move in-z to outd-z
        move ws-default-diff to outd-diff
        write out-line from diff-warn-mess after advancing 1 line
        move diff-warn-mess to rw-line
        perform put-report-line
        write digest-line from diff-warn-mess after advancing 1 line
    end-if.
    if ws-master-is-active
            move master-root to out-y
            move ws-cur-iter to out-iter
            write out-line from print-line after advancing 1 line
            move 'C' to ws-rpt-kind
            move print-line to rw-line
            perform put-report-line
            if ws-csv-active = 'Y'
                move in-z to csv-z
                move master-root to csv-y
    compute ws-degree-m1 = degree - 1.
    compute ws-exponent = degree - 1.
    move in-z to z.
    if z is less than zero compute z = - z end-if.
    divide 2 into z giving x rounded.
    perform s2 thru e2 varying k from 1 by 1
        until k is greater than 1000.
    add 1 to ws-aborted-count.
    move in-z to outp-z.
    write out-line from abort-mess after advancing 1 line.
    move 'A' to ws-rpt-kind.
    move abort-mess to rw-line.
    perform put-report-line.
    write digest-line from abort-mess after advancing 1 line.
    move 'A' to in-reject-code.
    write reject-io-record from in-card.
    subtract x from y giving temp.
    if temp is less than zero compute temp = - temp end-if.
    if temp / (y + x) is greater than diff go to e2 end-if.
    if in-z is less than zero compute y = - y end-if.
    add 1 to ws-converged-count.
    add 1 to ws-computed-count.
    move k to ws-cur-iter.
    move y to out-y.
    move ws-cur-iter to out-iter.
    write out-line from print-line after advancing 1 line.
    move 'C' to ws-rpt-kind.
    move print-line to rw-line.
    perform put-report-line.
    if ws-csv-active = 'Y'
        move in-z to csv-z
        move y to csv-y
    compute ws-degree-m1 = degree - 1.
    compute ws-exponent = degree - 1.
    move in-z to hp-z.
    if hp-z is less than zero compute hp-z = - hp-z end-if.
    divide 2 into hp-z giving hp-x rounded.
    perform hp2 thru hp-e2 varying k from 1 by 1
        until k is greater than 1000.
    add 1 to ws-aborted-count.
    move in-z to outp-z.
    write out-line from abort-mess after advancing 1 line.
    move 'A' to ws-rpt-kind.
    move abort-mess to rw-line.
    perform put-report-line.
    write digest-line from abort-mess after advancing 1 line.
    move 'A' to in-reject-code.
    write reject-io-record from in-card.
    if hp-temp / (hp-y + hp-x) is greater than hp-diff
        go to hp-e2
    end-if.
    if in-z is less than zero compute hp-y = - hp-y end-if.
    add 1 to ws-converged-count.
    add 1 to ws-computed-count.
    add 1 to ws-hp-count.
    move k to ws-cur-iter.
    perform track-iteration-stats.
    move in-z to hout-z.
    move hp-y to hout-y.
    move ws-cur-iter to hout-iter.
    write out-line from hp-print-line after advancing 1 line.
    move 'C' to ws-rpt-kind.
    move hp-print-line to rw-line.
    perform put-report-line.
    if ws-csv-active = 'Y'
        move in-z to hcsv-z
        move hp-y to hcsv-y
hp-e2.
    move hp-y to hp-x.
finish.
    move 3 to ws-rpt-group.
    move ws-read-count      to trl-read.
    move ws-converged-count to trl-converged.
    move ws-rejected-count  to trl-rejected.
    move ws-duplicate-count to trl-duplicates.
    move ws-toolarge-count  to trl-toolarge.
    write out-line from trailer-line after advancing 2 lines.
    move 2 to ws-rpt-advance.
    move trailer-line to rw-line.
    perform put-report-line.
    write digest-line from trailer-line after advancing 2 lines.
    move ws-cache-hit-count to trl-cache-hits.
    move ws-computed-count  to trl-computed.
    move ws-hp-count        to trl-hp.
    write out-line from trailer-line-3 after advancing 1 line.
    move trailer-line-3 to rw-line.
    perform put-report-line.
    write digest-line from trailer-line-3 after advancing 1 line.
    if ws-iter-samples is greater than zero
        compute ws-iter-avg rounded =
        move ws-iter-max to trl-iter-max
        move ws-iter-avg to trl-iter-avg
        write out-line from trailer-line-2 after advancing 1 line
        move trailer-line-2 to rw-line
        perform put-report-line
    end-if.
    if ws-controls-present
        if not ws-verify-active
            write out-line from noverify-mess after advancing 1 line
            move noverify-mess to rw-line
            perform put-report-line
            write digest-line from noverify-mess after advancing 1 line
        else
            if not ws-trailer-seen
                move 'N' to ws-balance-flag
                write out-line from oob-notrailer-mess
                    after advancing 1 line
                move oob-notrailer-mess to rw-line
                perform put-report-line
                write digest-line from oob-notrailer-mess
                    after advancing 1 line
            end-if
            if not ws-feed-in-balance
                write out-line from oob-verdict-mess
                    after advancing 1 line
                move oob-verdict-mess to rw-line
                perform put-report-line
                write digest-line from oob-verdict-mess
                    after advancing 1 line
            end-if
        move ws-ext-hash to xt-hash
        write extract-io-record from extract-trailer-rec
    end-if.
    close input-file, standard-output, report-work-file, reject-file,
        digest-file, extract-file.
    if not ws-partition-run
        perform print-sqrt-report
    end-if.
    if not ws-feed-in-balance
        call 'CBL_DELETE_FILE' using extract-file-name
    end-if.
        close csv-file
    end-if.
    close pending-file.
    if ws-partition-run
        go to finish-release
    end-if.
    if ws-master-is-active and ws-feed-in-balance
        perform apply-pending-master thru apply-pending-master-done
    end-if.
    call 'CBL_DELETE_FILE' using pending-file-name.
finish-release.
    if ws-master-is-active
        close master-file
    end-if.
    open output restart-file.
    write restart-io-record from restart-record.
    close restart-file.
    if ws-partition-run
        go to finish-rc
    end-if.
    if ws-registry-checked and ws-feed-in-balance
        perform record-feed-registry
    end-if.
    call 'CBL_DELETE_FILE' using lock-file-name.
    perform write-batch-log.
finish-rc.
    if not ws-feed-in-balance
        move 8 to return-code
    end-if.
stop run.

breaker-trip.
    move 3 to ws-rpt-group.
    write out-line from suspect-mess after advancing 2 lines.
    move 2 to ws-rpt-advance.
    move suspect-mess to rw-line.
    perform put-report-line.
    write digest-line from suspect-mess after advancing 2 lines.
    move 12 to ws-abandon-rc.
    go to abandon-run.

registry-refuse.
    write out-line from registry-mess after advancing 1 line.
    write out-line from refused-mess after advancing 2 lines.
    close input-file, standard-output.
    call 'CBL_DELETE_FILE' using lock-file-name.
    perform set-profile-source.
    perform write-batch-log.
    move 8 to return-code.
stop run.

abandon-run.
    close input-file, standard-output, report-work-file, reject-file,
        digest-file, extract-file.
    if not ws-partition-run
        perform print-sqrt-report
    end-if.
    call 'CBL_DELETE_FILE' using extract-file-name.
    if ws-csv-active = 'Y'
        close csv-file
    open output restart-file.
    write restart-io-record from restart-record.
    close restart-file.
    if not ws-partition-run
        call 'CBL_DELETE_FILE' using lock-file-name
        perform write-batch-log
    end-if.
    move ws-abandon-rc to return-code.
stop run.

check-feed-breaker.
    move pend-degree to master-key-degree.
    move pend-root   to master-root.
    move pend-iter   to master-iter.
    move spaces to journal-rec.
    move 'SQRT' to jr-program.
    move ws-run-id to jr-run-id.
    move master-record to jr-after.
    move 'Y' to jr-after-flag.
    write master-record.
    if ws-master-status is equal to '00'
        move 'A' to jr-action
    else
        read master-file key is master-key
        if ws-master-status is equal to '00'
            move master-record to jr-before
            move 'Y' to jr-before-flag
        end-if
        move jr-after to master-record
        rewrite master-record
        move 'C' to jr-action
    end-if.
    if ws-master-status is not equal to '00' go to apm1 end-if.
    move 'W' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
    go to apm1.
apm-close.
    close pending-file.
    move 'C' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
apply-pending-master-done.
    exit.

        ' PRC=' ws-hp-run
        ' ID=' delimited by size
        ws-run-id delimited by space
        ' PRF=' delimited by size
        pfm-source delimited by space
        into bl-parms.
    move ws-read-count to bl-read.
    move ws-converged-count to bl-good.
    evaluate true
        when ws-breaker-is-tripped
            move 'FEED SUSPECT' to bl-outcome
        when ws-registry-result is equal to 'D'
                or ws-registry-result is equal to 'S'
            move 'FEED REFUSED' to bl-outcome
        when ws-controls-present and ws-verify-active
                and not ws-feed-in-balance
            move 'OUT OF BAL' to bl-outcome
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
    perform write-activity-record.

write-activity-record.
    move spaces to activity-rec.
    move bl-ts to ac-ts.
    move bl-program to ac-program.
    move report-run-date to ac-run-date.
    move fh-feed-id to ac-feed-id.
    move ws-run-id to ac-run-id.
    move ws-read-count to ac-read.
    move ws-computed-count to ac-computed.
    move ws-cache-hit-count to ac-cache-hits.
    move ws-hp-count to ac-hp.
    move ws-converged-count to ac-converged.
    compute ac-rejected = ws-rejected-count + ws-toolarge-count.
    move ws-aborted-count to ac-aborted.
    move bl-outcome to ac-outcome.
    open extend activity-file.
    write activity-io-record from activity-rec.
    close activity-file.

put-report-line.
    if ws-scan-count is not equal to ws-rpt-last-seq
        move ws-scan-count to ws-rpt-last-seq
        move zero to ws-rpt-sub
    end-if.
    add 1 to ws-rpt-sub.
    move ws-rpt-group to rw-group.
    if ws-rpt-group is equal to 2
        move degree to rw-degree
    else
        move zero to rw-degree
    end-if.
    move ws-scan-count  to rw-seq.
    move ws-rpt-sub     to rw-sub.
    move ws-rpt-kind    to rw-kind.
    move ws-cur-iter    to rw-iter.
    move ws-rpt-advance to rw-advance.
    write report-work-record.
    move 'M' to ws-rpt-kind.
    move 1 to ws-rpt-advance.

print-sqrt-report.
    call 'SQRTRPT' using report-work-name, report-file-name,
        report-run-date.
    call 'CBL_DELETE_FILE' using report-work-name.

peek-feed-header.
    read input-file into in-card
        at end move 'E' to ws-card-held go to peek-feed-header-exit
    end-read.
    move 'Y' to ws-card-held.
    if in-card(1:3) is equal to 'HDR'
        move in-card to feed-header-card
        perform apply-feed-profile
        move 'Y' to ws-registry-flag
    end-if.
peek-feed-header-exit.
    exit.

check-feed-registry.
    move spaces to feed-registry-rec.
    move fh-feed-id to fr-feed-id.
    move fh-date to fr-date.
    move 'C' to ws-registry-function.
    call 'SQRTFREG' using ws-registry-function, feed-registry-rec,
        ws-registry-result, ws-registry-last.
    move fh-feed-id to rgm-feed-id.
    move fh-date to rgm-date.
    move ws-registry-last to rgm-last.
    evaluate ws-registry-result
        when 'D'
            move 'already processed' to rgm-reason
        when 'S'
            move 'out of sequence' to rgm-reason
        when 'G'
            move 'WARNING business day skipped' to rgm-reason
        when other
            go to check-feed-registry-exit
    end-evaluate.
    accept ws-reg-override from environment 'SQRT_REG_OVERRIDE'.
    if ws-registry-result is not equal to 'G'
            and (ws-reg-override = 'Y' or ws-reg-override = 'y')
        move 'REGOVR' to ws-auth-function
        perform check-operator-auth
        if ws-auth-result is equal to 'Y'
            move 'O' to ws-registry-result
            move rgm-reason to ws-reg-reason
            string ws-reg-reason delimited by '  '
                ' - OVERRIDDEN' delimited by size
                into rgm-reason
        end-if
    end-if.
check-feed-registry-exit.
    exit.

write-registry-mess.
    write out-line from registry-mess after advancing 1 line.
    move registry-mess to rw-line.
    perform put-report-line.
    write digest-line from registry-mess after advancing 1 line.

record-feed-registry.
    move spaces to feed-registry-rec.
    move fh-feed-id to fr-feed-id.
    move fh-date to fr-date.
    move ws-run-id to fr-run-id.
    move function current-date(1:8) to bts-date.
    move function current-date(9:6) to bts-time.
    string bts-yyyy '-' bts-mm '-' bts-dd ' '
           bts-hh ':' bts-mi ':' bts-ss
           delimited by size into fr-ts.
    accept fr-operator from environment 'USER'.
    if fr-operator is equal to spaces
        move 'UNKNOWN' to fr-operator
    end-if.
    move 'R' to ws-registry-function.
    call 'SQRTFREG' using ws-registry-function, feed-registry-rec,
        ws-registry-result, ws-registry-last.

apply-feed-profile.
    call 'SQRTPROF' using fh-feed-id, feed-profile-card,
        ws-profile-found.
    if ws-profile-is-found
        if pf-degree is numeric and pf-degree is greater than or equal to 2
            move pf-degree to ws-default-degree
        end-if
        if pf-diff is numeric and pf-diff is greater than zero
            move pf-diff to ws-default-diff
        end-if
        if pf-precision = 'H' or pf-precision = 'h'
            move 'Y' to ws-hp-run
        end-if
        if pf-precision = 'S' or pf-precision = 's'
            move 'N' to ws-hp-run
        end-if
        if pf-csv = 'Y' or pf-csv = 'y'
            move 'Y' to ws-csv-active
        end-if
        if pf-csv = 'N' or pf-csv = 'n'
            move 'N' to ws-csv-active
        end-if
        if pf-max-bad-pct is numeric
            move pf-max-bad-pct to ws-max-bad-pct
        end-if
        if pf-breaker-min is numeric
            move pf-breaker-min to ws-breaker-min
        end-if
    end-if.

set-profile-source.
    if ws-profile-is-found
        move pf-feed-id to pfm-source
    else
        move 'NONE' to pfm-source
    end-if.

write-profile-mess.
    perform set-profile-source.
    move ws-default-degree to pfm-degree.
    move ws-default-diff   to pfm-diff.
    if ws-hp-run-active
        move 'HIGH' to pfm-precision
    else
        move 'STD' to pfm-precision
    end-if.
    move ws-csv-active  to pfm-csv.
    move ws-max-bad-pct to pfm-max-bad.
    move ws-breaker-min to pfm-breaker.
    write out-line from profile-mess after advancing 1 line.
    move profile-mess to rw-line.
    perform put-report-line.
    write digest-line from profile-mess after advancing 1 line.

check-run-lock.
    accept ws-ignore-lock from environment 'SQRT_IGNORE_LOCK'.
            at end continue
        end-read
        close lock-file
        move 'N' to ws-lock-bypass
        if ws-ignore-lock is equal to 'Y' or ws-ignore-lock is equal to 'y'
            move 'IGNLOCK' to ws-auth-function
            perform check-operator-auth
            move ws-auth-result to ws-lock-bypass
        else
            if ws-restart-flag is equal to 'Y'
                    or ws-restart-flag is equal to 'y'
                move 'RESTART' to ws-auth-function
                perform check-operator-auth
                move ws-auth-result to ws-lock-bypass
            end-if
        end-if
        if ws-lock-bypass is not equal to 'Y'
            move lck-run-id to lrm-id
            open output standard-output
            write out-line from lock-refuse-mess after advancing 0 lines
    write lock-io-record from lock-record-ws.
    close lock-file.

check-operator-auth.
    call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
        ws-auth-result.

load-checkpoint.
    open input restart-file.
    read restart-file into restart-record at end move zero to restart-key end-read.
                    move 'Y' to ws-seen-warned
                    write out-line from seen-cap-mess
                        after advancing 1 line
                    move seen-cap-mess to rw-line
                    perform put-report-line
                    write digest-line from seen-cap-mess
                        after advancing 1 line
                end-if
        move 'N' to ws-seen-open
    end-if.
    write out-line from seen-degrade-mess after advancing 1 line.
    move seen-degrade-mess to rw-line.
    perform put-report-line.
    write digest-line from seen-degrade-mess after advancing 1 line.

write-extract-detail.
            move ft-count to ocm-trl-count
            move ws-read-count to ocm-read
            write out-line from oob-count-mess after advancing 1 line
            move oob-count-mess to rw-line
            perform put-report-line
            write digest-line from oob-count-mess after advancing 1 line
        end-if
        if ft-hash is not equal to ws-feed-hash
            move 'N' to ws-balance-flag
            write out-line from oob-hash-mess after advancing 1 line
            move oob-hash-mess to rw-line
            perform put-report-line
            write digest-line from oob-hash-mess after advancing 1 line
        end-if
    end-if.

open-master-file.
    move 'Y' to ws-master-active.
    if ws-partition-run
        open input master-file
    else
        open i-o master-file
    end-if.
    if ws-master-status is not equal to '00'
            and ws-master-status is not equal to '05'
        move 'N' to ws-master-active
        add 1 to ws-toolarge-count
        move in-mantissa to otl-z
        write out-line from toolarge-mess after advancing 1 line
        move 'R' to ws-rpt-kind
        move toolarge-mess to rw-line
        perform put-report-line
        write digest-line from toolarge-mess after advancing 1 line
        move 'I' to in-reject-code
        write reject-io-record from in-card
