identification division.
program-id. SQRTACK.
environment division.
input-output section.

file-control.
    select optional extract-file assign to dynamic extract-file-name
    organization is line sequential.
    select optional ack-file assign to dynamic ack-file-name
    organization is line sequential.
    select optional consumer-file assign to dynamic consumer-file-name
    organization is line sequential.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd extract-file.
    01 extract-io-record picture x(80).
fd ack-file.
    01 ack-io-record picture x(100).
fd consumer-file.
    01 consumer-io-record picture x(80).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
copy SQRTEXTR.
copy SQRTACK.

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
77 ws-run-id       picture x(8) value spaces.
77 ws-id-suffix    picture x(9) value spaces.
77 ws-days-env     picture x(3) value spaces.
77 ws-ack-days     picture 9(3) value 7.
77 ws-ack-days-max picture 9(3) value 31.
77 ws-grace-env    picture x(3) value spaces.
77 ws-grace-days   picture 9(3) value 1.
77 ws-day-idx      picture 9(3) value 0.
77 ws-end-int      picture 9(9) value 0.
77 ws-first-int    picture 9(9) value 0.
77 ws-day-int      picture 9(9) value 0.
77 ws-file-date    picture 9(8) value 0.
77 ws-first-date   picture 9(8) value 0.

01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).
01 extract-file-name  picture x(40).
01 ack-file-name      picture x(40).
01 consumer-file-name picture x(40).
01 report-file-name   picture x(40).

01 ws-sent-table.
   02 ws-sent-entry occurs 31 times.
      03 se-date     picture 9(8).
      03 se-id       picture x(8).
      03 se-trailer  picture x(1).
      03 se-count    picture 9(9).
      03 se-hash     picture s9(17)v9(6).
      03 se-overdue  picture x(1).
      03 se-cons-entry occurs 20 times.
         04 sc-state  picture x(1).
         04 sc-count  picture 9(9).
         04 sc-hash   picture s9(17)v9(6).
         04 sc-reason picture x(30).
77 ws-sent-count   picture 9(3) value 0.
77 ws-sent-max     picture 9(3) value 31.
77 ws-sx           picture 9(3) value 0.
77 ws-scan-idx     picture 9(3) value 0.

01 ws-cons-table.
   02 ws-cons-entry occurs 20 times.
      03 cn-system  picture x(8).
77 ws-cons-count   picture 9(3) value 0.
77 ws-cons-max     picture 9(3) value 20.
77 ws-cx           picture 9(3) value 0.
77 ws-any-system   picture x value 'N'.
   88 ws-any-system-acks         value 'Y'.

77 ws-extract-seen  picture x value 'N'.
77 ws-hdr-seen      picture x value 'N'.
77 ws-trl-seen      picture x value 'N'.
77 ws-hdr-id        picture x(8) value spaces.
77 ws-hdr-date      picture 9(8) value 0.
77 ws-trl-count     picture 9(9) value 0.
77 ws-trl-hash      picture s9(17)v9(6) value 0.

77 ws-pass          picture 9(1) value 1.
77 ws-ack-ok        picture x value 'Y'.
77 ws-unmatched-why picture x(30) value spaces.

77 ws-extracts-sent picture 9(9) value 0.
77 ws-extracts-open picture 9(9) value 0.
77 ws-acks-read     picture 9(9) value 0.
77 ws-acked-count   picture 9(9) value 0.
77 ws-pending-count picture 9(9) value 0.
77 ws-never-count   picture 9(9) value 0.
77 ws-nak-count     picture 9(9) value 0.
77 ws-mismatch-count picture 9(9) value 0.
77 ws-unmatched-count picture 9(9) value 0.
77 ws-exception-count picture 9(9) value 0.
77 ws-line-acked    picture 9(3) value 0.
77 ws-line-pending  picture 9(3) value 0.
77 ws-line-except   picture 9(3) value 0.

77 ws-page-lines    picture 9(3) value 60.
77 ws-line-count    picture 9(3) value 0.
77 ws-page-no       picture 9(4) value 0.
77 ws-advance       picture 9(1) value 1.
01 ws-out-line      picture x(132).
77 ws-section       picture 9(1) value 1.

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(37) value 'downstream acknowledgement matching'.
   02 filler picture x(14) value '    run date  '.
   02 ttl-date  picture x(8).

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(37) value 'downstream acknowledgement matching'.
   02 filler picture x(14) value '    run date  '.
   02 phl-date  picture x(8).
   02 filler picture x(10) value '    days  '.
   02 phl-days  picture zz9.
   02 filler picture x(11) value '    grace  '.
   02 phl-grace picture zz9.
   02 filler picture x(10) value '    page  '.
   02 phl-page  picture zzz9.

01 under-line.
   02 filler picture x(124) value all '-'.

01 sent-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'extracts sent'.

01 sent-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'date'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'extract'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '    count'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(25) value '                hash'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(7)  value '  acked'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(7)  value 'pending'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(7)  value ' except'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(12) value 'status'.

01 sent-line.
   02 filler picture x(1)  value spaces.
   02 snl-date     picture x(10).
   02 filler picture x(2)  value spaces.
   02 snl-id       picture x(8).
   02 filler picture x(2)  value spaces.
   02 snl-count    picture zzzzzzzz9.
   02 filler picture x(2)  value spaces.
   02 snl-hash     picture -zzzzzzzzzzzzzzzz9.999999.
   02 filler picture x(2)  value spaces.
   02 snl-acked    picture zzzzzz9.
   02 filler picture x(2)  value spaces.
   02 snl-pending  picture zzzzzz9.
   02 filler picture x(2)  value spaces.
   02 snl-except   picture zzzzzz9.
   02 filler picture x(2)  value spaces.
   02 snl-status   picture x(12).

01 no-sent-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'no extracts found for these dates'.

01 exception-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'acknowledgement exceptions'.

01 exception-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'date'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'extract'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'system'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(14) value 'exception'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '     sent'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value ' received'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(25) value '           hash sent'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(25) value '       hash received'.

01 exception-line.
   02 filler picture x(1)  value spaces.
   02 exl-date     picture x(10).
   02 filler picture x(2)  value spaces.
   02 exl-id       picture x(8).
   02 filler picture x(2)  value spaces.
   02 exl-system   picture x(8).
   02 filler picture x(2)  value spaces.
   02 exl-kind     picture x(14).
   02 filler picture x(2)  value spaces.
   02 exl-sent-count picture x(9).
   02 filler picture x(2)  value spaces.
   02 exl-recv-count picture x(9).
   02 filler picture x(2)  value spaces.
   02 exl-sent-hash picture x(25).
   02 filler picture x(2)  value spaces.
   02 exl-recv-hash picture x(25).
77 ws-count-edit    picture zzzzzzzz9.
77 ws-hash-edit     picture -zzzzzzzzzzzzzzzz9.999999.

01 reason-line.
   02 filler picture x(25) value spaces.
   02 filler picture x(8)  value 'reason  '.
   02 rsl-reason   picture x(30).

01 no-exception-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'no exceptions'.

01 ack-trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'extracts sent...'.
   02 atl-sent     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'acknowledged....'.
   02 atl-acked    picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'pending.........'.
   02 atl-pending  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'never acked.....'.
   02 atl-never    picture zzzzzzzz9.

01 ack-trailer-line-2.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'nak received....'.
   02 atl-nak      picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'mismatched......'.
   02 atl-mismatch picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'unmatched acks..'.
   02 atl-unmatched picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'acks read.......'.
   02 atl-read     picture zzzzzzzz9.

01 ack-trailer-line-3.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'no trailer......'.
   02 atl-open     picture zzzzzzzz9.

procedure division.
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
    string 'SQRTACK' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.
    accept ack-file-name from environment 'SQRTACK_INPUT'.
    if ack-file-name is equal to spaces
        move 'SQRTACK.DAT' to ack-file-name
    end-if.
    accept consumer-file-name from environment 'SQRTACK_CONSUMERS'.
    if consumer-file-name is equal to spaces
        move 'SQRTACKC.DAT' to consumer-file-name
    end-if.
    accept ws-days-env from environment 'SQRTACK_DAYS'.
    if ws-days-env is not equal to spaces
        move function numval(ws-days-env) to ws-ack-days
    end-if.
    if ws-ack-days is equal to zero
        move 7 to ws-ack-days
    end-if.
    if ws-ack-days is greater than ws-ack-days-max
        move ws-ack-days-max to ws-ack-days
    end-if.
    accept ws-grace-env from environment 'SQRTACK_GRACE_DAYS'.
    if ws-grace-env is not equal to spaces
        move function numval(ws-grace-env) to ws-grace-days
    end-if.
    compute ws-end-int =
        function integer-of-date(function numval(report-run-date)).
    compute ws-first-int = ws-end-int - ws-ack-days + 1.
    compute ws-first-date = function date-of-integer(ws-first-int).

    perform load-consumers thru lc-done.
    perform load-one-extract thru load-one-extract-exit
        varying ws-day-idx from 1 by 1
        until ws-day-idx is greater than ws-ack-days.
    move 1 to ws-pass.
    perform match-acks thru match-acks-done.
    perform tally-extract
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-sent-count.

    open output standard-output, output report-file.
    move report-run-date to ttl-date.
    write out-line from title-line after advancing 0 lines.
    move report-run-date to phl-date.
    move ws-ack-days to phl-days.
    move ws-grace-days to phl-grace.
    move 1 to ws-section.
    perform page-heading.
    if ws-sent-count is equal to zero
        move no-sent-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.
    perform print-sent-extract
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-sent-count.

    move 2 to ws-section.
    move exception-head-line to ws-out-line.
    move 3 to ws-advance.
    perform put-report-line.
    move exception-cols to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move under-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    perform print-extract-exceptions thru print-extract-exceptions-exit
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-sent-count.
    move 2 to ws-pass.
    perform match-acks thru match-acks-done.
    compute ws-exception-count = ws-never-count + ws-nak-count
        + ws-mismatch-count + ws-unmatched-count.
    if ws-exception-count is equal to zero
        move no-exception-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

    move ws-extracts-sent   to atl-sent.
    move ws-acked-count     to atl-acked.
    move ws-pending-count   to atl-pending.
    move ws-never-count     to atl-never.
    move ws-nak-count       to atl-nak.
    move ws-mismatch-count  to atl-mismatch.
    move ws-unmatched-count to atl-unmatched.
    move ws-acks-read       to atl-read.
    move ws-extracts-open   to atl-open.
    move ack-trailer-line to ws-out-line.
    move 3 to ws-advance.
    perform put-report-line.
    move ack-trailer-line-2 to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    move ack-trailer-line-3 to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    write out-line from ack-trailer-line after advancing 2 lines.
    write out-line from ack-trailer-line-2 after advancing 1 line.
    write out-line from ack-trailer-line-3 after advancing 1 line.
    close standard-output, report-file.
    perform write-batch-log.
    if ws-exception-count is greater than zero
        move 4 to return-code
    end-if.
stop run.

load-consumers.
    open input consumer-file.
lc1.
    read consumer-file into ack-consumer-card at end go to lc-close end-read.
    if ack-consumer-card(1:1) is equal to '*'
            or acc-system is equal to spaces
        go to lc1
    end-if.
    if ws-cons-count is not less than ws-cons-max
        go to lc1
    end-if.
    add 1 to ws-cons-count.
    move acc-system to cn-system(ws-cons-count).
    go to lc1.
lc-close.
    close consumer-file.
    if ws-cons-count is equal to zero
        move 'Y' to ws-any-system
        move 1 to ws-cons-count
        move '*' to cn-system(1)
    end-if.
lc-done.
    exit.

load-one-extract.
    compute ws-day-int = ws-first-int + ws-day-idx - 1.
    compute ws-file-date = function date-of-integer(ws-day-int).
    move spaces to extract-file-name.
    string 'SQRTEXT' ws-file-date delimited by size
        ws-id-suffix delimited by space
        '.DAT' delimited by size into extract-file-name.
    move 'N' to ws-extract-seen, ws-hdr-seen, ws-trl-seen.
    move 'SQRTEXT' to ws-hdr-id.
    move ws-file-date to ws-hdr-date.
    open input extract-file.
le1.
    read extract-file into extract-header-rec at end go to le-close end-read.
    move 'Y' to ws-extract-seen.
    if xh-marker is equal to 'HDR'
        move 'Y' to ws-hdr-seen
        if xh-feed-id is not equal to spaces
            move xh-feed-id to ws-hdr-id
        end-if
        if xh-date is numeric
            move xh-date to ws-hdr-date
        end-if
        go to le1
    end-if.
    if xh-marker is equal to 'TRL'
        move extract-header-rec to extract-trailer-rec
        move 'Y' to ws-trl-seen
        move xt-count to ws-trl-count
        move xt-hash to ws-trl-hash
    end-if.
    go to le1.
le-close.
    close extract-file.
    if ws-extract-seen is not equal to 'Y'
        go to load-one-extract-exit
    end-if.
    if ws-sent-count is not less than ws-sent-max
        go to load-one-extract-exit
    end-if.
    add 1 to ws-sent-count.
    move ws-hdr-date to se-date(ws-sent-count).
    move ws-hdr-id   to se-id(ws-sent-count).
    move ws-trl-seen to se-trailer(ws-sent-count).
    move zero to se-count(ws-sent-count), se-hash(ws-sent-count).
    if ws-trl-seen is equal to 'Y'
        move ws-trl-count to se-count(ws-sent-count)
        move ws-trl-hash  to se-hash(ws-sent-count)
    end-if.
    move 'N' to se-overdue(ws-sent-count).
    if ws-day-int + ws-grace-days is less than ws-end-int
        move 'Y' to se-overdue(ws-sent-count)
    end-if.
    perform clear-consumer-state
        varying ws-cx from 1 by 1 until ws-cx is greater than ws-cons-max.
load-one-extract-exit.
    exit.

clear-consumer-state.
    move space to sc-state(ws-sent-count, ws-cx).
    move zero to sc-count(ws-sent-count, ws-cx),
        sc-hash(ws-sent-count, ws-cx).
    move spaces to sc-reason(ws-sent-count, ws-cx).

match-acks.
    open input ack-file.
ma1.
    read ack-file into ack-record at end go to ma-close end-read.
    if ack-record is equal to spaces
        go to ma1
    end-if.
    if ws-pass is equal to 1
        add 1 to ws-acks-read
    end-if.
    move spaces to ws-unmatched-why.
    if (ak-type is not equal to 'ACK' and ak-type is not equal to 'NAK')
            or ak-date is not numeric
        move 'INVALID ACK RECORD' to ws-unmatched-why
        go to ma-unmatched
    end-if.
    if ak-date is less than ws-first-date
            or ak-date is greater than report-run-date
        go to ma1
    end-if.
    move zero to ws-sx.
    perform match-sent-extract
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than ws-sent-count.
    if ws-sx is equal to zero
        move 'NO SUCH EXTRACT SENT' to ws-unmatched-why
        go to ma-unmatched
    end-if.
    if se-trailer(ws-sx) is not equal to 'Y'
        move 'EXTRACT HAS NO TRAILER' to ws-unmatched-why
        go to ma-unmatched
    end-if.
    move zero to ws-cx.
    if ws-any-system-acks
        move 1 to ws-cx
    else
        perform match-consumer
            varying ws-scan-idx from 1 by 1
            until ws-scan-idx is greater than ws-cons-count
    end-if.
    if ws-cx is equal to zero
        move 'SYSTEM NOT A CONSUMER' to ws-unmatched-why
        go to ma-unmatched
    end-if.
    if ws-pass is not equal to 1
        go to ma1
    end-if.
    move 'Y' to ws-ack-ok.
    if ak-count is not numeric or ak-hash is not numeric
        move 'N' to ws-ack-ok
    else
        if ak-count is not equal to se-count(ws-sx)
                or ak-hash is not equal to se-hash(ws-sx)
            move 'N' to ws-ack-ok
        end-if
    end-if.
    move zero to sc-count(ws-sx, ws-cx), sc-hash(ws-sx, ws-cx).
    if ak-count is numeric
        move ak-count to sc-count(ws-sx, ws-cx)
    end-if.
    if ak-hash is numeric
        move ak-hash to sc-hash(ws-sx, ws-cx)
    end-if.
    move ak-reason to sc-reason(ws-sx, ws-cx).
    if ak-type is equal to 'NAK'
        move 'N' to sc-state(ws-sx, ws-cx)
    else
        if ws-ack-ok is equal to 'Y'
            move 'A' to sc-state(ws-sx, ws-cx)
        else
            move 'M' to sc-state(ws-sx, ws-cx)
        end-if
    end-if.
    go to ma1.
ma-unmatched.
    if ws-pass is equal to 1
        add 1 to ws-unmatched-count
    else
        perform print-unmatched-ack
    end-if.
    go to ma1.
ma-close.
    close ack-file.
match-acks-done.
    exit.

match-sent-extract.
    if se-id(ws-scan-idx) is equal to ak-extract-id
            and se-date(ws-scan-idx) is equal to ak-date
        move ws-scan-idx to ws-sx
    end-if.

match-consumer.
    if cn-system(ws-scan-idx) is equal to ak-system
        move ws-scan-idx to ws-cx
    end-if.

tally-extract.
    if se-trailer(ws-sx) is equal to 'Y'
        add 1 to ws-extracts-sent
        perform tally-consumer
            varying ws-cx from 1 by 1 until ws-cx is greater than ws-cons-count
    else
        add 1 to ws-extracts-open
    end-if.

tally-consumer.
    evaluate sc-state(ws-sx, ws-cx)
        when 'A'
            add 1 to ws-acked-count
        when 'N'
            add 1 to ws-nak-count
        when 'M'
            add 1 to ws-mismatch-count
        when other
            if se-overdue(ws-sx) is equal to 'Y'
                add 1 to ws-never-count
            else
                add 1 to ws-pending-count
            end-if
    end-evaluate.

print-sent-extract.
    move spaces to snl-date.
    string se-date(ws-sx)(1:4) '-' se-date(ws-sx)(5:2) '-'
        se-date(ws-sx)(7:2) delimited by size into snl-date.
    move se-id(ws-sx)    to snl-id.
    move se-count(ws-sx) to snl-count.
    move se-hash(ws-sx)  to snl-hash.
    move zero to ws-line-acked, ws-line-pending, ws-line-except.
    if se-trailer(ws-sx) is equal to 'Y'
        perform count-line-consumer
            varying ws-cx from 1 by 1 until ws-cx is greater than ws-cons-count
    end-if.
    move ws-line-acked   to snl-acked.
    move ws-line-pending to snl-pending.
    move ws-line-except  to snl-except.
    evaluate true
        when se-trailer(ws-sx) is not equal to 'Y'
            move 'NO TRAILER' to snl-status
        when ws-line-except is greater than zero
            move 'EXCEPTION' to snl-status
        when ws-line-pending is greater than zero
            move 'PENDING' to snl-status
        when other
            move 'ALL ACKED' to snl-status
    end-evaluate.
    move sent-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.

count-line-consumer.
    evaluate sc-state(ws-sx, ws-cx)
        when 'A'
            add 1 to ws-line-acked
        when space
            if se-overdue(ws-sx) is equal to 'Y'
                add 1 to ws-line-except
            else
                add 1 to ws-line-pending
            end-if
        when other
            add 1 to ws-line-except
    end-evaluate.

print-extract-exceptions.
    if se-trailer(ws-sx) is not equal to 'Y'
        go to print-extract-exceptions-exit
    end-if.
    perform print-consumer-exception thru print-consumer-exception-exit
        varying ws-cx from 1 by 1 until ws-cx is greater than ws-cons-count.
print-extract-exceptions-exit.
    exit.

print-consumer-exception.
    if sc-state(ws-sx, ws-cx) is equal to 'A'
            or (sc-state(ws-sx, ws-cx) is equal to space
                and se-overdue(ws-sx) is not equal to 'Y')
        go to print-consumer-exception-exit
    end-if.
    move spaces to exception-line.
    string se-date(ws-sx)(1:4) '-' se-date(ws-sx)(5:2) '-'
        se-date(ws-sx)(7:2) delimited by size into exl-date.
    move se-id(ws-sx) to exl-id.
    if ws-any-system-acks
        move 'ANY' to exl-system
    else
        move cn-system(ws-cx) to exl-system
    end-if.
    move se-count(ws-sx) to ws-count-edit.
    move ws-count-edit to exl-sent-count.
    move se-hash(ws-sx) to ws-hash-edit.
    move ws-hash-edit to exl-sent-hash.
    if sc-state(ws-sx, ws-cx) is equal to space
        move 'NEVER ACKED' to exl-kind
    else
        move sc-count(ws-sx, ws-cx) to ws-count-edit
        move ws-count-edit to exl-recv-count
        move sc-hash(ws-sx, ws-cx) to ws-hash-edit
        move ws-hash-edit to exl-recv-hash
        if sc-state(ws-sx, ws-cx) is equal to 'N'
            move 'NAK' to exl-kind
        else
            if sc-count(ws-sx, ws-cx) is not equal to se-count(ws-sx)
                if sc-hash(ws-sx, ws-cx) is not equal to se-hash(ws-sx)
                    move 'COUNT+HASH' to exl-kind
                else
                    move 'COUNT MISMATCH' to exl-kind
                end-if
            else
                move 'HASH MISMATCH' to exl-kind
            end-if
        end-if
    end-if.
    move exception-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    if sc-state(ws-sx, ws-cx) is equal to 'N'
            and sc-reason(ws-sx, ws-cx) is not equal to spaces
        move sc-reason(ws-sx, ws-cx) to rsl-reason
        move reason-line to ws-out-line
        perform put-report-line
    end-if.
print-consumer-exception-exit.
    exit.

print-unmatched-ack.
    move spaces to exception-line.
    if ak-date is numeric
        string ak-date(1:4) '-' ak-date(5:2) '-' ak-date(7:2)
            delimited by size into exl-date
    end-if.
    move ak-extract-id to exl-id.
    move ak-system to exl-system.
    move 'UNMATCHED' to exl-kind.
    if ak-count is numeric
        move ak-count to ws-count-edit
        move ws-count-edit to exl-recv-count
    end-if.
    if ak-hash is numeric
        move ak-hash to ws-hash-edit
        move ws-hash-edit to exl-recv-hash
    end-if.
    move exception-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    move ws-unmatched-why to rsl-reason.
    move reason-line to ws-out-line.
    perform put-report-line.

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
    if ws-section is equal to 1
        write report-line from sent-head-line after advancing 2 lines
        write report-line from sent-cols after advancing 2 lines
    else
        write report-line from exception-head-line after advancing 2 lines
        write report-line from exception-cols after advancing 2 lines
    end-if.
    write report-line from under-line after advancing 1 line.
    move 7 to ws-line-count.

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
    move 'SQRTACK' to bl-program.
    move ack-file-name to bl-input.
    move spaces to bl-parms.
    string 'DAYS=' ws-ack-days ' GRACE=' ws-grace-days
        ' EXTRACTS=' ws-extracts-sent
        ' NOTRAILER=' ws-extracts-open
        delimited by size into bl-parms.
    move ws-acks-read       to bl-read.
    move ws-acked-count     to bl-good.
    move ws-exception-count to bl-bad.
    if ws-exception-count is greater than zero
        move 'EXCEPTIONS' to bl-outcome
    else
        move 'COMPLETE' to bl-outcome
    end-if.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
