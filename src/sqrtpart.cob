identification division.
program-id. SQRTPART.
environment division.
input-output section.

file-control.
    select optional input-file assign to dynamic input-file-name
    organization is line sequential.
    select standard-output assign to display.
    select part-file assign to dynamic part-file-name
    organization is line sequential.
    select optional merge-in-file assign to dynamic merge-in-name
    organization is line sequential.
    select optional rc-file assign to dynamic rc-file-name
    organization is line sequential.
    select reject-file assign to dynamic reject-file-name
    organization is line sequential.
    select digest-file assign to dynamic digest-file-name
    organization is line sequential.
    select csv-file assign to dynamic csv-file-name
    organization is line sequential.
    select extract-file assign to dynamic extract-file-name
    organization is line sequential.
    select report-work-file assign to dynamic report-work-name
    organization is line sequential.
    select lock-file assign to "SQRT.LCK"
    organization is line sequential
    file status is ws-lock-status.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.
    select optional activity-file assign to "SQRTACT.DAT"
    organization is line sequential.
    select optional master-file assign to "SQRTMSTR.DAT"
    organization is indexed
    access mode is dynamic
    record key is master-key
    file status is ws-master-status.
    select optional seen-file assign to dynamic seen-file-name
    organization is indexed
    access mode is random
    record key is seen-key
    file status is ws-seen-status.

data division.

file section.
fd input-file.
    01 standard-input picture x(80).
fd standard-output.
    01 out-line  picture x(222).
fd part-file.
    01 part-io-record picture x(80).
fd merge-in-file.
    01 merge-in-record picture x(244).
fd rc-file.
    01 rc-io-record picture x(10).
fd reject-file.
    01 reject-io-record picture x(80).
fd digest-file.
    01 digest-line picture x(222).
fd csv-file.
    01 csv-io-record picture x(60).
fd extract-file.
    01 extract-io-record picture x(80).
fd report-work-file.
    01 report-work-io-record picture x(244).
fd lock-file.
    01 lock-io-record picture x(40).
fd batch-log-file.
    01 batch-log-io-record picture x(200).
fd activity-file.
    01 activity-io-record picture x(142).
fd master-file.
    01 master-record.
       02 master-key.
          03 master-key-z      picture s9(11)v9(6).
          03 master-key-degree picture 9(2).
       02 master-root picture s9(11)v9(6).
       02 master-iter picture 9(5).
fd seen-file.
    01 seen-record.
       02 seen-key.
          03 seen-z      picture s9(11)v9(6).
          03 seen-degree picture 9(2).
       02 seen-part picture 9(1).

working-storage section.
01 input-file-name   picture x(80) value spaces.
01 part-file-name    picture x(60) value spaces.
01 merge-in-name     picture x(60) value spaces.
01 rc-file-name      picture x(60) value spaces.
01 report-file-name  picture x(40) value spaces.
01 reject-file-name  picture x(40) value spaces.
01 digest-file-name  picture x(40) value spaces.
01 csv-file-name     picture x(40) value spaces.
01 extract-file-name picture x(40) value spaces.
01 report-work-name  picture x(40) value spaces.
01 seen-file-name    picture x(40) value spaces.
01 lock-file-name    picture x(20) value 'SQRT.LCK'.
01 ws-part-out-name  picture x(60) value spaces.

77 ws-run-date-env picture x(8) value spaces.
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).
77 ws-run-id      picture x(8) value spaces.
77 ws-id-suffix   picture x(9) value spaces.
77 ws-sqrt-exe    picture x(40) value './sqrt'.
77 ws-command     picture x(3000) value spaces.
77 ws-cmd-ptr     picture 9(4) value 1.
77 ws-raw-rc      picture s9(9) value 0.

77 ws-part-env    picture x(2) value spaces.
77 ws-part-count  picture 9(1) value 4.
77 ws-part-idx    picture 9(2) value 0.
77 ws-part-cur    picture 9(2) value 0.
77 ws-part-digit  picture 9(1) value 0.
77 ws-part-size   picture 9(9) value 0.
01 ws-part-tag    picture x(9) value spaces.
01 ws-part-run-id picture x(8) value spaces.

01 ws-part-table.
   02 ws-part-entry occurs 9 times.
      03 pt-first     picture 9(9).
      03 pt-count     picture 9(9).
      03 pt-hash      picture s9(17)v9(6).
      03 pt-rc        picture 9(3).
      03 pt-ext-trl   picture x(1).
      03 pt-ext-count picture 9(9).
      03 pt-ext-hash  picture s9(17)v9(6).

77 ws-detail-total picture 9(9) value 0.
77 ws-detail-no    picture 9(9) value 0.
77 ws-feed-hash    picture s9(17)v9(6) value 0.
77 ws-hdr-flag     picture x value 'N'.
   88 ws-hdr-present             value 'Y'.
77 ws-trl-flag     picture x value 'N'.
   88 ws-trl-present             value 'Y'.
77 ws-balance-flag picture x value 'Y'.
   88 ws-feed-in-balance         value 'Y'.
77 ws-breaker-flag picture x value 'N'.
   88 ws-breaker-is-tripped      value 'Y'.
77 ws-part-failed  picture x value 'N'.
   88 ws-part-has-failed         value 'Y'.
77 ws-launch-flag  picture x value 'N'.
   88 ws-launch-has-failed       value 'Y'.
77 ws-hdr-seq      picture 9(1) value 0.
77 ws-trl-count    picture 9(9) value 0.
77 ws-trl-hash     picture s9(17)v9(6) value 0.
77 ws-final-rc     picture 9(3) value 0.

copy SQRTFEED.

01 part-card.
   02 pc-z            picture s9(11)v9(6).
   02 pc-diff         picture v9(5).
   02 pc-degree       picture 9(2).
   02 pc-reject-code  picture x(1).
   02 pc-sci-flag     picture x(1).
   02 pc-mantissa     picture s9(11)v9(6).
   02 pc-exponent     picture s9(2).
   02 pc-hp-flag      picture x(1).
   02 pc-dup-flag     picture x(1).
   02 filler          picture x(33).

77 ws-degree-env     picture x(2) value spaces.
77 ws-default-degree picture 9(2) value 2.
77 ws-degree         picture 9(2) value 2.
77 ws-csv-format     picture x value spaces.
77 ws-csv-active     picture x value 'N'.
77 ws-profile-found  picture x value 'N'.
   88 ws-profile-is-found        value 'Y'.
copy SQRTPROF.

77 ws-skip-value     picture s9(11)v9(6) value -1.
77 ws-max-magnitude  picture s9(11)v9(6) value 99999999999.999999.
77 ws-magnitude-check picture s9(13)v9(8) value 0.
77 ws-power          picture s9(13)v9(8) value 0.
77 ws-dup-eligible   picture x value 'N'.
77 ws-seen-status    picture x(2) value spaces.
77 ws-seen-open      picture x value 'N'.
   88 ws-seen-file-is-open       value 'Y'.
77 ws-master-status  picture x(2) value spaces.
77 ws-lock-status    picture x(2) value spaces.
77 ws-ignore-lock    picture x value spaces.
77 ws-auth-function  picture x(8)  value spaces.
77 ws-auth-program   picture x(12) value 'SQRT'.
77 ws-auth-result    picture x     value 'N'.
01 lock-record-ws.
   02 lck-run-id picture x(8)  value spaces.
   02 filler     picture x(1)  value space.
   02 lck-stamp  picture x(14) value spaces.

77 ws-registry-flag  picture x value 'N'.
   88 ws-registry-checked        value 'Y'.
77 ws-registry-result picture x value space.
77 ws-registry-last  picture 9(8) value zero.
77 ws-registry-function picture x value space.
77 ws-reg-override   picture x value spaces.
77 ws-reg-reason     picture x(36) value spaces.
77 ws-reg-mess-flag  picture x value 'N'.
   88 ws-reg-mess-pending        value 'Y'.
copy SQRTFREG.
77 ws-journal-function picture x value space.
copy SQRTJRNL.

copy SQRTEXTR.
copy SQRTRPTW.

77 ws-line-no       picture 9(9) value 0.
77 ws-blank-pending picture 9(3) value 0.
77 ws-merge-eof     picture x value 'N'.
77 ws-copy-flag     picture x value 'Y'.
77 ws-seq-offset    picture 9(9) value 0.
77 ws-closing-seq   picture 9(9) value 0.
77 ws-closing-sub   picture 9(3) value 0.
77 ws-num           picture 9(9) value 0.

77 ws-read-count      picture 9(9) value 0.
77 ws-converged-count picture 9(9) value 0.
77 ws-rejected-count  picture 9(9) value 0.
77 ws-aborted-count   picture 9(9) value 0.
77 ws-bad-diff-count  picture 9(9) value 0.
77 ws-skipped-count   picture 9(9) value 0.
77 ws-duplicate-count picture 9(9) value 0.
77 ws-toolarge-count  picture 9(9) value 0.
77 ws-cache-hit-count picture 9(9) value 0.
77 ws-computed-count  picture 9(9) value 0.
77 ws-hp-count        picture 9(9) value 0.
77 ws-iter-samples    picture 9(9) value 0.
77 ws-iter-total      picture 9(11) value 0.
77 ws-iter-min        picture 9(5) value 99999.
77 ws-iter-max        picture 9(5) value 0.
77 ws-iter-avg        picture 9(5)v99 value 0.
77 ws-ext-count       picture 9(9) value 0.
77 ws-ext-hash        picture s9(17)v9(6) value 0.
77 ws-part-ext-count  picture 9(9) value 0.
77 ws-part-ext-hash   picture s9(17)v9(6) value 0.

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
copy SQRTACT.

01 title-line.
   02 filler picture x(9) value spaces.
   02 filler picture x(26) value 'square root approximations'.

01 under-line.
   02 filler picture x(44) value
      '--------------------------------------------'.

01 csv-header.
   02 filler picture x(6)  value 'number'.
   02 filler picture x(1)  value ','.
   02 filler picture x(11) value 'square root'.
   02 filler picture x(1)  value ','.
   02 filler picture x(10) value 'iterations'.

copy SQRTTRLR.

01 oob-count-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(22) value 'trailer detail count '.
   02 ocm-trl-count picture zzzzzzzz9.
   02 filler picture x(16) value '  records read '.
   02 ocm-read picture zzzzzzzz9.

01 oob-hash-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(38) value 'trailer hash total does not match feed'.

01 oob-notrailer-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(42) value 'batch trailer missing, feed truncated'.

01 oob-verdict-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(30) value 'RUN FAILED - OUT OF BALANCE'.

01 suspect-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(28) value 'RUN FAILED - FEED SUSPECT'.

01 refused-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(28) value 'RUN FAILED - FEED REFUSED'.

01 launch-fail-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(46)
       value 'RUN FAILED - PARTITION LAUNCH COMMAND TOO LONG'.

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

01 lock-refuse-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(36) value
      'another sqrt instance holds the lock'.
   02 filler picture x(1)  value space.
   02 lrm-id picture x(8).

01 partition-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'partition '.
   02 ptm-idx   picture 9.
   02 filler picture x(9)  value ' records '.
   02 ptm-count picture zzzzzzzz9.
   02 filler picture x(4)  value ' rc '.
   02 ptm-rc    picture zz9.

procedure division.
    accept input-file-name from environment 'SQRT_INPUT'.
    if input-file-name = spaces
        move 'docs\sqrt.dat' to input-file-name
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
    end-if.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.REJ' delimited by size into reject-file-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.DIG' delimited by size into digest-file-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.CSV' delimited by size into csv-file-name.
    string 'SQRTEXT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.DAT' delimited by size into extract-file-name.
    string 'SQRTRPTW' delimited by size
        ws-id-suffix delimited by space
        '.TMP' delimited by size into report-work-name.
    string 'SQRTPSEEN' delimited by size
        ws-id-suffix delimited by space
        '.TMP' delimited by size into seen-file-name.
    accept ws-sqrt-exe from environment 'SQRTPART_EXE'.
    if ws-sqrt-exe is equal to spaces
        move './sqrt' to ws-sqrt-exe
    end-if.
    accept ws-part-env from environment 'SQRTPART_COUNT'.
    if ws-part-env(1:1) is numeric
        move ws-part-env(1:1) to ws-part-count
    end-if.
    if ws-part-count is equal to zero
        move 4 to ws-part-count
    end-if.
    accept ws-degree-env from environment 'SQRT_DEGREE'.
    if ws-degree-env(1:1) is not equal to space
        move ws-degree-env to ws-default-degree
        if ws-default-degree is less than 2
            move 2 to ws-default-degree
        end-if
    end-if.
    accept ws-csv-format from environment 'SQRT_CSV'.
    if ws-csv-format = 'Y' or ws-csv-format = 'y'
        move 'Y' to ws-csv-active
    end-if.
    open output standard-output.
    perform check-run-lock.
    perform scan-feed thru scan-feed-done.
    if ws-hdr-present
        call 'SQRTPROF' using fh-feed-id, feed-profile-card,
            ws-profile-found
        if ws-profile-is-found
            if pf-degree is numeric
                    and pf-degree is greater than or equal to 2
                move pf-degree to ws-default-degree
            end-if
            if pf-csv = 'Y' or pf-csv = 'y'
                move 'Y' to ws-csv-active
            end-if
            if pf-csv = 'N' or pf-csv = 'n'
                move 'N' to ws-csv-active
            end-if
        end-if
        perform check-feed-registry thru check-feed-registry-exit
        if ws-registry-result is equal to 'D'
                or ws-registry-result is equal to 'S'
            go to registry-refuse
        end-if
    end-if.
    if ws-detail-total is less than ws-part-count
        move ws-detail-total to ws-part-count
    end-if.
    if ws-part-count is equal to zero
        move 1 to ws-part-count
    end-if.
    compute ws-part-size =
        (ws-detail-total + ws-part-count - 1) / ws-part-count.
    if ws-part-size is equal to zero
        move 1 to ws-part-size
    end-if.
    perform split-feed thru split-feed-done.
    perform launch-partitions thru launch-partitions-exit.
    if ws-launch-has-failed
        go to launch-refuse
    end-if.
    perform read-partition-rc thru read-partition-rc-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    perform merge-outputs.
    perform close-merged-run thru close-merged-run-exit.
    perform cleanup-partitions thru cleanup-partitions-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    call 'CBL_DELETE_FILE' using seen-file-name.
    call 'CBL_DELETE_FILE' using lock-file-name.
    perform write-batch-log.
    close standard-output.
    move ws-final-rc to return-code.
stop run.

registry-refuse.
    write out-line from registry-mess after advancing 1 line.
    write out-line from refused-mess after advancing 2 lines.
    call 'CBL_DELETE_FILE' using lock-file-name.
    move 8 to ws-final-rc.
    perform write-batch-log.
    close standard-output.
    move ws-final-rc to return-code.
stop run.

launch-refuse.
    write out-line from launch-fail-mess after advancing 2 lines.
    perform cleanup-partitions thru cleanup-partitions-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    call 'CBL_DELETE_FILE' using seen-file-name.
    call 'CBL_DELETE_FILE' using lock-file-name.
    move 8 to ws-final-rc.
    perform write-batch-log.
    close standard-output.
    move ws-final-rc to return-code.
stop run.

check-run-lock.
    accept ws-ignore-lock from environment 'SQRT_IGNORE_LOCK'.
    open input lock-file.
    if ws-lock-status is equal to '00'
        move spaces to lock-record-ws
        read lock-file into lock-record-ws
            at end continue
        end-read
        close lock-file
        move 'N' to ws-auth-result
        if ws-ignore-lock is equal to 'Y' or ws-ignore-lock is equal to 'y'
            move 'IGNLOCK' to ws-auth-function
            perform check-operator-auth
        end-if
        if ws-auth-result is not equal to 'Y'
            move lck-run-id to lrm-id
            write out-line from lock-refuse-mess after advancing 0 lines
            close standard-output
            move 8 to return-code
            stop run
        end-if
    end-if.
    if ws-run-id is equal to spaces
        move 'PART' to lck-run-id
    else
        move ws-run-id to lck-run-id
    end-if.
    move function current-date(1:14) to lck-stamp.
    open output lock-file.
    write lock-io-record from lock-record-ws.
    close lock-file.

check-operator-auth.
    call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
        ws-auth-result.

scan-feed.
    open input input-file.
sf1.
    read input-file into part-card at end go to sf-done end-read.
    if part-card(1:3) is equal to 'HDR'
        move part-card to feed-header-card
        move 'Y' to ws-hdr-flag
        go to sf1
    end-if.
    if part-card(1:3) is equal to 'TRL'
        move part-card to feed-trailer-card
        move ft-count to ws-trl-count
        move ft-hash to ws-trl-hash
        move 'Y' to ws-trl-flag
        go to sf1
    end-if.
    add 1 to ws-detail-total.
    compute ws-feed-hash = ws-feed-hash + pc-z.
    go to sf1.
sf-done.
    close input-file.
scan-feed-done.
    exit.

check-feed-registry.
    move spaces to feed-registry-rec.
    move fh-feed-id to fr-feed-id.
    move fh-date to fr-date.
    move 'C' to ws-registry-function.
    call 'SQRTFREG' using ws-registry-function, feed-registry-rec,
        ws-registry-result, ws-registry-last.
    move 'Y' to ws-registry-flag.
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
    move 'Y' to ws-reg-mess-flag.
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

split-feed.
    open output seen-file.
    if ws-seen-status(1:1) is equal to '0'
        move 'Y' to ws-seen-open
    end-if.
    move zero to ws-part-cur.
    move zero to ws-detail-no.
    open input input-file.
sp1.
    read input-file into part-card at end go to sp-done end-read.
    if part-card(1:3) is equal to 'HDR'
            or part-card(1:3) is equal to 'TRL'
        go to sp1
    end-if.
    add 1 to ws-detail-no.
    compute ws-part-idx = (ws-detail-no - 1) / ws-part-size + 1.
    if ws-part-idx is not equal to ws-part-cur
        if ws-part-cur is greater than zero
            perform close-partition
        end-if
        move ws-part-idx to ws-part-cur
        perform open-partition
    end-if.
    add 1 to pt-count(ws-part-cur).
    compute pt-hash(ws-part-cur) = pt-hash(ws-part-cur) + pc-z.
    move space to pc-dup-flag.
    if ws-seen-file-is-open
        perform flag-cross-duplicate thru flag-cross-duplicate-exit
    end-if.
    write part-io-record from part-card.
    go to sp1.
sp-done.
    close input-file.
    if ws-part-cur is greater than zero
        perform close-partition
    else
        move 1 to ws-part-cur
        perform open-partition
        perform close-partition
    end-if.
    if ws-seen-file-is-open
        close seen-file
    end-if.
split-feed-done.
    exit.

open-partition.
    move ws-part-cur to ws-part-idx.
    perform build-part-names.
    move ws-detail-no to pt-first(ws-part-cur).
    move zero to pt-count(ws-part-cur).
    move zero to pt-hash(ws-part-cur).
    string 'SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.DAT' delimited by size into part-file-name.
    open output part-file.
    if ws-hdr-present
        write part-io-record from feed-header-card
    else
        move spaces to part-io-record
        move 'HDR' to part-io-record(1:3)
        move report-run-date to part-io-record(12:8)
        write part-io-record
    end-if.

close-partition.
    move spaces to feed-trailer-card.
    move 'TRL' to ft-marker.
    move pt-count(ws-part-cur) to ft-count.
    move pt-hash(ws-part-cur) to ft-hash.
    write part-io-record from feed-trailer-card.
    close part-file.

flag-cross-duplicate.
    move 'Y' to ws-dup-eligible.
    move pc-z to ws-magnitude-check.
    if pc-sci-flag is equal to 'Y' or pc-sci-flag is equal to 'y'
        compute ws-power rounded = 10 ** pc-exponent
            on size error move 'N' to ws-dup-eligible
        end-compute
        if ws-dup-eligible is equal to 'Y'
            compute ws-magnitude-check rounded = pc-mantissa * ws-power
                on size error move 'N' to ws-dup-eligible
            end-compute
        end-if
    end-if.
    if ws-magnitude-check is greater than ws-max-magnitude
            or ws-magnitude-check is less than - ws-max-magnitude
        move 'N' to ws-dup-eligible
    end-if.
    if ws-dup-eligible is not equal to 'Y'
        go to flag-cross-duplicate-exit
    end-if.
    if pc-degree is numeric and pc-degree is greater than or equal to 2
        move pc-degree to ws-degree
    else
        move ws-default-degree to ws-degree
    end-if.
    move ws-magnitude-check to seen-z.
    if seen-z is equal to ws-skip-value or seen-z is equal to zero
        go to flag-cross-duplicate-exit
    end-if.
    if seen-z is less than zero
            and function mod(ws-degree, 2) is equal to zero
        go to flag-cross-duplicate-exit
    end-if.
    move ws-degree to seen-degree.
    move ws-part-cur to seen-part.
    write seen-record.
    if ws-seen-status is equal to '22'
        read seen-file key is seen-key
        if ws-seen-status is equal to '00'
                and seen-part is not equal to ws-part-cur
            move 'D' to pc-dup-flag
        end-if
    end-if.
flag-cross-duplicate-exit.
    exit.

build-part-names.
    move spaces to ws-part-tag, ws-part-run-id.
    move ws-part-idx to ws-part-digit.
    if ws-run-id is equal to spaces
        string 'BATCHP' ws-part-digit delimited by size
            into ws-part-run-id
    else
        string ws-run-id(1:6) delimited by space
            'P' ws-part-digit delimited by size
            into ws-part-run-id
    end-if.
    string '-' ws-part-run-id delimited by size into ws-part-tag.

launch-partitions.
    move spaces to ws-command.
    move 1 to ws-cmd-ptr.
    perform add-launch-command thru add-launch-command-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    if ws-launch-has-failed
        go to launch-partitions-exit
    end-if.
    string 'wait' delimited by size
        into ws-command with pointer ws-cmd-ptr
        on overflow
            move 'Y' to ws-launch-flag
            go to launch-partitions-exit
    end-string.
    call 'SYSTEM' using ws-command.
launch-partitions-exit.
    exit.

add-launch-command.
    perform build-part-names.
    string '(SQRT_PARTITION=Y SQRT_RESTART=N SQRT_RUN_ID=' delimited by size
        ws-part-run-id delimited by space
        ' SQRT_RUN_DATE=' delimited by size
        report-yyyy report-mm report-dd delimited by size
        ' SQRT_INPUT=SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.DAT ' delimited by size
        ws-sqrt-exe delimited by space
        ' > SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.OUT 2>&1; echo $? > SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.RC) & ' delimited by size
        into ws-command with pointer ws-cmd-ptr
        on overflow
            move 'Y' to ws-launch-flag
    end-string.
add-launch-command-exit.
    exit.

read-partition-rc.
    perform build-part-names.
    move spaces to rc-file-name.
    string 'SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.RC' delimited by size into rc-file-name.
    move 99 to pt-rc(ws-part-idx).
    open input rc-file.
    read rc-file at end go to rpr-close end-read.
    if rc-io-record is not equal to spaces
        move function numval(rc-io-record) to pt-rc(ws-part-idx)
    end-if.
rpr-close.
    close rc-file.
    evaluate true
        when pt-rc(ws-part-idx) is equal to 12
            move 'Y' to ws-breaker-flag
        when pt-rc(ws-part-idx) is greater than 4
            move 'Y' to ws-part-failed
    end-evaluate.
    move ws-part-idx to ptm-idx.
    move pt-count(ws-part-idx) to ptm-count.
    move pt-rc(ws-part-idx) to ptm-rc.
    write out-line from partition-mess after advancing 1 line.
read-partition-rc-exit.
    exit.

merge-outputs.
    open output reject-file, digest-file, extract-file,
        report-work-file.
    if ws-csv-active = 'Y'
        open output csv-file
        write csv-io-record from csv-header after advancing 0 lines
    end-if.
    write out-line from title-line after advancing 1 line.
    write out-line from under-line after advancing 1 line.
    write digest-line from title-line after advancing 0 lines.
    write digest-line from under-line after advancing 1 line.
    move spaces to extract-header-rec.
    move 'HDR' to xh-marker.
    move 'SQRTEXT' to xh-feed-id.
    move report-run-date to xh-date.
    write extract-io-record from extract-header-rec.
    if ws-hdr-present
        move 1 to ws-hdr-seq
    end-if.
    perform merge-one-partition thru merge-one-partition-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.

merge-one-partition.
    perform build-part-names.
    compute ws-seq-offset = pt-first(ws-part-idx) - 2 + ws-hdr-seq.
    perform merge-rejects thru merge-rejects-exit.
    perform merge-digest thru merge-digest-exit.
    perform merge-csv.
    perform merge-extract thru merge-extract-exit.
    perform merge-report-work thru merge-report-work-exit.
merge-one-partition-exit.
    exit.

merge-rejects.
    move spaces to merge-in-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.REJ' delimited by size into merge-in-name.
    perform open-merge-in.
mr1.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to mr-done end-if.
    write reject-io-record from merge-in-record(1:80).
    go to mr1.
mr-done.
    close merge-in-file.
merge-rejects-exit.
    exit.

merge-digest.
    move spaces to merge-in-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.DIG' delimited by size into merge-in-name.
    perform open-merge-in.
    move zero to ws-line-no.
    move zero to ws-blank-pending.
    move 'Y' to ws-copy-flag.
md1.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to md-done end-if.
    add 1 to ws-line-no.
    if ws-line-no is not greater than 2 go to md1 end-if.
    if merge-in-record(2:16) is equal to 'records read....'
        move merge-in-record(1:222) to trailer-line
        perform add-trailer-counts
        move 'N' to ws-copy-flag
        go to md1
    end-if.
    if merge-in-record(2:16) is equal to 'cache hits......'
        move merge-in-record(1:222) to trailer-line-3
        perform add-trailer-counts-3
        go to md1
    end-if.
    if ws-copy-flag is not equal to 'Y' go to md1 end-if.
    if merge-in-record(2:10) is equal to 'RUN FAILED' go to md1 end-if.
    if ws-part-idx is greater than 1
        if merge-in-record(2:19) is equal to 'processing profile '
                or merge-in-record(2:16) is equal to 'batch header id '
            go to md1
        end-if
    end-if.
    if not ws-hdr-present
            and merge-in-record(2:16) is equal to 'batch header id '
        go to md1
    end-if.
    if merge-in-record is equal to spaces
        add 1 to ws-blank-pending
        go to md1
    end-if.
    perform write-pending-blanks.
    write digest-line from merge-in-record(1:222) after advancing 1 line.
    write out-line from merge-in-record(1:222) after advancing 1 line.
    if ws-part-idx is equal to 1 and ws-reg-mess-pending
            and merge-in-record(2:19) is equal to 'processing profile '
        write digest-line from registry-mess after advancing 1 line
        write out-line from registry-mess after advancing 1 line
    end-if.
    go to md1.
md-done.
    close merge-in-file.
merge-digest-exit.
    exit.

merge-csv.
    if ws-csv-active = 'Y'
        move spaces to merge-in-name
        string 'SQRT' report-yyyy report-mm report-dd delimited by size
            ws-part-tag delimited by space
            '.CSV' delimited by size into merge-in-name
        perform open-merge-in
        move zero to ws-line-no
        perform copy-csv-lines thru copy-csv-lines-exit
        close merge-in-file
    end-if.

merge-extract.
    move spaces to merge-in-name.
    string 'SQRTEXT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.DAT' delimited by size into merge-in-name.
    perform open-merge-in.
    move 'N' to pt-ext-trl(ws-part-idx).
me1.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to me-done end-if.
    if merge-in-record(1:3) is equal to 'HDR' go to me1 end-if.
    if merge-in-record(1:3) is equal to 'TRL'
        move merge-in-record(1:80) to extract-trailer-rec
        move 'Y' to pt-ext-trl(ws-part-idx)
        move xt-count to pt-ext-count(ws-part-idx)
        move xt-hash to pt-ext-hash(ws-part-idx)
        go to me1
    end-if.
    move merge-in-record(1:80) to extract-detail-rec.
    write extract-io-record from extract-detail-rec.
    add 1 to ws-ext-count.
    compute ws-ext-hash = ws-ext-hash + xd-root.
    go to me1.
me-done.
    close merge-in-file.
merge-extract-exit.
    exit.

merge-report-work.
    move spaces to merge-in-name.
    string 'SQRTRPTW' delimited by size
        ws-part-tag delimited by space
        '.TMP' delimited by size into merge-in-name.
    perform open-merge-in.
mw1.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to mw-done end-if.
    move merge-in-record to report-work-record.
    if rw-group is equal to 3 go to mw1 end-if.
    if rw-group is equal to 1
        if ws-part-idx is greater than 1 go to mw1 end-if
        if not ws-hdr-present
                and rw-line(2:16) is equal to 'batch header id '
            go to mw1
        end-if
        write report-work-io-record from report-work-record
        if ws-reg-mess-pending and rw-line(2:19) is equal to
                'processing profile '
            move registry-mess to rw-line
            move 900 to rw-sub
            write report-work-io-record from report-work-record
        end-if
        go to mw1
    end-if.
    add ws-seq-offset to rw-seq.
    if rw-kind is equal to 'C'
        add 1 to ws-iter-samples
        add rw-iter to ws-iter-total
        if rw-iter is less than ws-iter-min
            move rw-iter to ws-iter-min
        end-if
        if rw-iter is greater than ws-iter-max
            move rw-iter to ws-iter-max
        end-if
    end-if.
    write report-work-io-record from report-work-record.
    go to mw1.
mw-done.
    close merge-in-file.
merge-report-work-exit.
    exit.

copy-csv-lines.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to copy-csv-lines-exit end-if.
    add 1 to ws-line-no.
    if ws-line-no is greater than 1
        write csv-io-record from merge-in-record(1:60)
            after advancing 1 line
    end-if.
    go to copy-csv-lines.
copy-csv-lines-exit.
    exit.

open-merge-in.
    move 'N' to ws-merge-eof.
    open input merge-in-file.

read-merge-in.
    move spaces to merge-in-record.
    read merge-in-file at end move 'Y' to ws-merge-eof end-read.

write-pending-blanks.
    if ws-blank-pending is greater than zero
        move spaces to digest-line
        write digest-line after advancing 1 line
        write out-line from spaces after advancing 1 line
        subtract 1 from ws-blank-pending
        go to write-pending-blanks
    end-if.

add-trailer-counts.
    move trl-read to ws-num.
    add ws-num to ws-read-count.
    move trl-converged to ws-num.
    add ws-num to ws-converged-count.
    move trl-rejected to ws-num.
    add ws-num to ws-rejected-count.
    move trl-aborted to ws-num.
    add ws-num to ws-aborted-count.
    move trl-bad-diff to ws-num.
    add ws-num to ws-bad-diff-count.
    move trl-skipped to ws-num.
    add ws-num to ws-skipped-count.
    move trl-duplicates to ws-num.
    add ws-num to ws-duplicate-count.
    move trl-toolarge to ws-num.
    add ws-num to ws-toolarge-count.

add-trailer-counts-3.
    move trl-cache-hits to ws-num.
    add ws-num to ws-cache-hit-count.
    move trl-computed to ws-num.
    add ws-num to ws-computed-count.
    move trl-hp to ws-num.
    add ws-num to ws-hp-count.

close-merged-run.
    compute ws-closing-seq = ws-detail-total + ws-hdr-seq + 1.
    if ws-breaker-is-tripped
        move 'N' to ws-balance-flag
        write out-line from suspect-mess after advancing 2 lines
        write digest-line from suspect-mess after advancing 2 lines
        move suspect-mess to rw-line
        move 2 to rw-advance
        perform put-closing-line
        go to close-merged-files
    end-if.
    perform verify-merged-controls.
    move ws-read-count      to trl-read.
    move ws-converged-count to trl-converged.
    move ws-rejected-count  to trl-rejected.
    move ws-aborted-count   to trl-aborted.
    move ws-bad-diff-count  to trl-bad-diff.
    move ws-skipped-count   to trl-skipped.
    move ws-duplicate-count to trl-duplicates.
    move ws-toolarge-count  to trl-toolarge.
    write out-line from trailer-line after advancing 2 lines.
    write digest-line from trailer-line after advancing 2 lines.
    move trailer-line to rw-line.
    move 2 to rw-advance.
    perform put-closing-line.
    move ws-cache-hit-count to trl-cache-hits.
    move ws-computed-count  to trl-computed.
    move ws-hp-count        to trl-hp.
    write out-line from trailer-line-3 after advancing 1 line.
    write digest-line from trailer-line-3 after advancing 1 line.
    move trailer-line-3 to rw-line.
    move 1 to rw-advance.
    perform put-closing-line.
    if ws-iter-samples is greater than zero
        compute ws-iter-avg rounded = ws-iter-total / ws-iter-samples
        move ws-iter-min to trl-iter-min
        move ws-iter-max to trl-iter-max
        move ws-iter-avg to trl-iter-avg
        write out-line from trailer-line-2 after advancing 1 line
        move trailer-line-2 to rw-line
        move 1 to rw-advance
        perform put-closing-line
    end-if.
    if ws-hdr-present or ws-trl-present
        if not ws-trl-present
            move 'N' to ws-balance-flag
            write out-line from oob-notrailer-mess after advancing 1 line
            write digest-line from oob-notrailer-mess
                after advancing 1 line
            move oob-notrailer-mess to rw-line
            move 1 to rw-advance
            perform put-closing-line
        end-if
    end-if.
    if ws-part-has-failed
        move 'N' to ws-balance-flag
    end-if.
    if not ws-feed-in-balance
        write out-line from oob-verdict-mess after advancing 1 line
        write digest-line from oob-verdict-mess after advancing 1 line
        move oob-verdict-mess to rw-line
        move 1 to rw-advance
        perform put-closing-line
    end-if.
close-merged-files.
    if ws-feed-in-balance
        move spaces to extract-trailer-rec
        move 'TRL' to xt-marker
        move ws-ext-count to xt-count
        move ws-ext-hash to xt-hash
        write extract-io-record from extract-trailer-rec
    end-if.
    close reject-file, digest-file, extract-file, report-work-file.
    if ws-csv-active = 'Y'
        close csv-file
    end-if.
    if not ws-feed-in-balance
        call 'CBL_DELETE_FILE' using extract-file-name
    end-if.
    call 'SQRTRPT' using report-work-name, report-file-name,
        report-run-date.
    call 'CBL_DELETE_FILE' using report-work-name.
    evaluate true
        when ws-breaker-is-tripped
            move 12 to ws-final-rc
        when not ws-feed-in-balance
            move 8 to ws-final-rc
        when other
            move zero to ws-final-rc
            perform apply-partition-pending
                thru apply-partition-pending-exit
            if ws-registry-checked
                perform record-feed-registry
            end-if
    end-evaluate.
close-merged-run-exit.
    exit.

verify-merged-controls.
    if ws-trl-present
        if ws-trl-count is not equal to ws-read-count
                or ws-trl-count is not equal to ws-detail-total
            move 'N' to ws-balance-flag
            move ws-trl-count to ocm-trl-count
            move ws-read-count to ocm-read
            write out-line from oob-count-mess after advancing 1 line
            write digest-line from oob-count-mess after advancing 1 line
            move oob-count-mess to rw-line
            move 1 to rw-advance
            perform put-closing-line
        end-if
        if ws-trl-hash is not equal to ws-feed-hash
            move 'N' to ws-balance-flag
            write out-line from oob-hash-mess after advancing 1 line
            write digest-line from oob-hash-mess after advancing 1 line
            move oob-hash-mess to rw-line
            move 1 to rw-advance
            perform put-closing-line
        end-if
    end-if.
    move zero to ws-part-ext-count.
    move zero to ws-part-ext-hash.
    perform sum-partition-extracts thru sum-partition-extracts-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    if ws-part-ext-count is not equal to ws-ext-count
            or ws-part-ext-hash is not equal to ws-ext-hash
        move 'Y' to ws-part-failed
    end-if.

sum-partition-extracts.
    if pt-ext-trl(ws-part-idx) is not equal to 'Y'
        move 'Y' to ws-part-failed
        go to sum-partition-extracts-exit
    end-if.
    add pt-ext-count(ws-part-idx) to ws-part-ext-count.
    add pt-ext-hash(ws-part-idx) to ws-part-ext-hash.
sum-partition-extracts-exit.
    exit.

put-closing-line.
    add 1 to ws-closing-sub.
    move 3 to rw-group.
    move zero to rw-degree.
    move ws-closing-seq to rw-seq.
    move ws-closing-sub to rw-sub.
    move 'M' to rw-kind.
    move zero to rw-iter.
    write report-work-io-record from report-work-record.

apply-partition-pending.
    open i-o master-file.
    if ws-master-status is not equal to '00'
            and ws-master-status is not equal to '05'
        go to apply-partition-pending-exit
    end-if.
    perform apply-one-pending thru apply-one-pending-exit
        varying ws-part-idx from 1 by 1
        until ws-part-idx is greater than ws-part-count.
    close master-file.
    move 'C' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
apply-partition-pending-exit.
    exit.

apply-one-pending.
    perform build-part-names.
    move spaces to merge-in-name.
    string 'SQRTPEND' delimited by size
        ws-part-tag delimited by space
        '.TMP' delimited by size into merge-in-name.
    perform open-merge-in.
ap1.
    perform read-merge-in.
    if ws-merge-eof is equal to 'Y' go to ap-done end-if.
    move merge-in-record(1:17)  to master-key-z.
    move merge-in-record(18:2)  to master-key-degree.
    move merge-in-record(20:17) to master-root.
    move merge-in-record(37:5)  to master-iter.
    move spaces to journal-rec.
    move 'SQRTPART' to jr-program.
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
    if ws-master-status is not equal to '00' go to ap1 end-if.
    move 'W' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
    go to ap1.
ap-done.
    close merge-in-file.
apply-one-pending-exit.
    exit.

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

cleanup-partitions.
    perform build-part-names.
    move spaces to ws-part-out-name.
    string 'SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.DAT' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.OUT' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRTPART' delimited by size
        ws-id-suffix delimited by space
        ws-part-tag delimited by space
        '.RC' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.REJ' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.DIG' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.CSV' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRTEXT' report-yyyy report-mm report-dd delimited by size
        ws-part-tag delimited by space
        '.DAT' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRTRPTW' delimited by size
        ws-part-tag delimited by space
        '.TMP' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRTPEND' delimited by size
        ws-part-tag delimited by space
        '.TMP' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
    move spaces to ws-part-out-name.
    string 'SQRT' delimited by size
        ws-part-tag delimited by space
        '.CKP' delimited by size into ws-part-out-name.
    call 'CBL_DELETE_FILE' using ws-part-out-name.
cleanup-partitions-exit.
    exit.

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
    move 'SQRT' to bl-program.
    move input-file-name(1:40) to bl-input.
    move spaces to bl-parms.
    string 'PARTS=' ws-part-count
        ' DEG=' ws-default-degree
        ' CSV=' ws-csv-active
        ' ID=' delimited by size
        ws-run-id delimited by space
        ' FEED=' delimited by size
        fh-feed-id delimited by space
        into bl-parms.
    move ws-read-count to bl-read.
    move ws-converged-count to bl-good.
    compute bl-bad = ws-rejected-count + ws-aborted-count
        + ws-toolarge-count.
    evaluate true
        when ws-launch-has-failed
            move 'LAUNCH FAIL' to bl-outcome
        when ws-breaker-is-tripped
            move 'FEED SUSPECT' to bl-outcome
        when ws-registry-result is equal to 'D'
                or ws-registry-result is equal to 'S'
            move 'FEED REFUSED' to bl-outcome
        when not ws-feed-in-balance
            move 'OUT OF BAL' to bl-outcome
        when other
            move 'COMPLETE' to bl-outcome
    end-evaluate.
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
