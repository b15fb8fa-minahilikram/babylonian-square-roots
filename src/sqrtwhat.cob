identification division.
program-id. SQRTWHAT.
environment division.
input-output section.

file-control.
    select input-file assign to dynamic input-file-name
    organization is line sequential.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd input-file.
    01 standard-input picture x(80).
fd standard-output.
    01 out-line picture x(180).
fd report-file.
    01 report-line picture x(180).
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

77 hp-diff            picture v9(11) value 0.000000001.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==hp-z==.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==hp-x==.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==hp-y==.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==hp-temp==.
77 ws-hp-xpow  picture s9(11)v9(12).
77 ws-hp-term1 picture s9(11)v9(12).
77 ws-hp-term2 picture s9(11)v9(12).

77 ws-skip-value      picture s9(11)v9(6) value -1.
77 ws-max-magnitude   picture s9(11)v9(6) value 99999999999.999999.
77 ws-magnitude-check picture s9(13)v9(8) value 0.
77 ws-power           picture s9(13)v9(8) value 0.
77 ws-magnitude-ok    picture x value 'Y'.
   88 ws-magnitude-is-ok         value 'Y'.

77 ws-degree-env     picture x(2) value spaces.
77 ws-default-degree picture 9(2) value 2.
77 ws-profile-found  picture x value 'N'.
   88 ws-profile-is-found        value 'Y'.
copy SQRTPROF.
copy SQRTFEED.

77 ws-tol-env        picture x(7) value spaces.
77 ws-tol-work       picture s9(3)v9(5) value 0.
77 ws-tol-dot-count  picture 9(2) value 0.
01 ws-tol-card       picture x(5) value spaces.
01 ws-tol-card-n redefines ws-tol-card
                     picture v9(5).
01 ws-tol-table.
   02 ws-tol occurs 3 times picture v9(5).
77 ws-tol-edit       picture .9(5).
01 ws-tol-edit-table.
   02 ws-tol-e occurs 3 times picture .9(5).
77 ws-hp-tol-edit    picture .9(11).

77 ws-lv             picture 9(1) value 0.
77 ws-prev-lv        picture 9(1) value 0.
01 ws-result-table.
   02 ws-result-entry occurs 4 times.
      03 wr-root   picture s9(11)v9(12).
      03 wr-iter   picture 9(4).
      03 wr-status picture x.
01 ws-level-totals.
   02 ws-level-total occurs 4 times.
      03 tl-conv    picture 9(9).
      03 tl-abort   picture 9(9).
      03 tl-iter    picture 9(11).
      03 tl-maxmove picture 9(11)v9(12).
77 ws-move          picture s9(11)v9(12) value 0.
77 ws-num-maxmove   picture 9(11)v9(12) value 0.
77 ws-move-found    picture x value 'N'.
   88 ws-move-is-found           value 'Y'.
77 ws-avg-iter      picture 9(5)v99 value 0.

copy SQRTEDITS replacing ==LEVELNO== by ==77== ==FIELD-NAME== by ==ws-root-edit==.
copy SQRTEDITS2 replacing ==LEVELNO== by ==77== ==FIELD-NAME== by ==ws-hp-root-edit==.
77 ws-iter-edit     picture zzz9.
77 ws-move-edit     picture z(10)9.9(12).

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

77 ws-read-count      picture 9(9) value 0.
77 ws-evaluated-count picture 9(9) value 0.
77 ws-invalid-count   picture 9(9) value 0.
77 ws-skipped-count   picture 9(9) value 0.

77 ws-run-date-env picture x(8) value spaces.
77 ws-run-id       picture x(8) value spaces.
77 ws-id-suffix    picture x(9) value spaces.
01 input-file-name  picture x(40).
01 report-file-name picture x(40).
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

01 in-card.
   02 in-z            picture s9(11)v9(6).
   02 in-diff         picture v9(5).
   02 in-degree       picture 9(2).
   02 in-reject-code  picture x(1).
   02 in-sci-flag     picture x(1).
   02 in-mantissa     picture s9(11)v9(6).
   02 in-exponent     picture s9(2).
   02 in-hp-flag      picture x(1).
   02 in-dup-flag     picture x(1).
   02 filler          picture x(33).

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(34) value 'sqrt tolerance what-if report  '.
   02 ttl-input picture x(40).

01 feed-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(8)  value 'feed id '.
   02 fdl-feed-id picture x(8).
   02 filler picture x(18) value '   default degree '.
   02 fdl-degree  picture z9.

01 under-line.
   02 filler picture x(160) value all '-'.

01 col-heads.
   02 filler picture x(1)  value spaces.
   02 filler picture x(19) value '             number'.
   02 filler picture x(4)  value ' deg'.
   02 chd-std occurs 3 times picture x(26).
   02 chd-hp  picture x(32).
   02 filler picture x(26) value '   largest root movement'.

01 whatif-line.
   02 filler picture x(1).
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==wl-z==.
   02 filler picture x(2).
   02 wl-degree picture z9.
   02 wl-std occurs 3 times.
      03 filler  picture x(2).
      03 wl-root picture x(19).
      03 filler  picture x(1).
      03 wl-iter picture x(4).
   02 filler picture x(2).
   02 wl-hp-root picture x(25).
   02 filler picture x(1).
   02 wl-hp-iter picture x(4).
   02 filler picture x(2).
   02 wl-move picture x(24).

01 invalid-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==wi-z==.
   02 filler picture x(2) value spaces.
   02 wi-degree picture z9.
   02 filler picture x(2) value spaces.
   02 wi-reason picture x(40).

01 level-total-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'tolerance '.
   02 ltl-tol   picture x(12).
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'converged.......'.
   02 ltl-conv  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'aborted.........'.
   02 ltl-abort picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'iterations......'.
   02 ltl-iter  picture zzzzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'iterations avg..'.
   02 ltl-avg   picture zzzz9.99.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'max move vs prev'.
   02 ltl-move  picture x(24).

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'records read....'.
   02 trl-read      picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'evaluated.......'.
   02 trl-evaluated picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'invalid.........'.
   02 trl-invalid   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'skipped.........'.
   02 trl-skipped   picture zzzzzzzz9.

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
    string 'SQRTWHAT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.
    accept ws-degree-env from environment 'SQRT_DEGREE'.
    if ws-degree-env(1:1) is not equal to space
        move ws-degree-env to ws-default-degree
        if ws-default-degree is less than 2
            move 2 to ws-default-degree
        end-if
    end-if.
    move 0.01000 to ws-tol(1).
    move 0.00100 to ws-tol(2).
    move 0.00001 to ws-tol(3).
    accept ws-tol-env from environment 'SQRTWHAT_TOL1'.
    move 1 to ws-lv.
    perform parse-tolerance.
    accept ws-tol-env from environment 'SQRTWHAT_TOL2'.
    move 2 to ws-lv.
    perform parse-tolerance.
    accept ws-tol-env from environment 'SQRTWHAT_TOL3'.
    move 3 to ws-lv.
    perform parse-tolerance.
    perform clear-level-total
        varying ws-lv from 1 by 1 until ws-lv is greater than 4.

    open input input-file, output standard-output, output report-file.
    move input-file-name to ttl-input.
    write out-line from title-line after advancing 0 lines.
    write report-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    perform set-column-heads
        varying ws-lv from 1 by 1 until ws-lv is greater than 3.
    move hp-diff to ws-hp-tol-edit.
    move spaces to chd-hp.
    string '           tol ' ws-hp-tol-edit ' iter'
        delimited by size into chd-hp.

w1.
    read input-file into in-card at end go to w-finish end-read.
    if in-card(1:3) is equal to 'HDR'
        move in-card to feed-header-card
        call 'SQRTPROF' using fh-feed-id, feed-profile-card,
            ws-profile-found
        if ws-profile-is-found
            if pf-degree is numeric
                    and pf-degree is greater than or equal to 2
                move pf-degree to ws-default-degree
            end-if
        end-if
        move fh-feed-id to fdl-feed-id
        move ws-default-degree to fdl-degree
        write out-line from feed-line after advancing 1 line
        write report-line from feed-line after advancing 1 line
        go to w1
    end-if.
    if in-card(1:3) is equal to 'TRL'
        go to w1
    end-if.
    if ws-read-count is equal to zero
        write out-line from col-heads after advancing 2 lines
        write report-line from col-heads after advancing 2 lines
        write out-line from under-line after advancing 1 line
        write report-line from under-line after advancing 1 line
    end-if.
    add 1 to ws-read-count.
    if in-degree is numeric and in-degree is greater than or equal to 2
        move in-degree to degree
    else
        move ws-default-degree to degree
    end-if.
    if in-sci-flag is equal to 'Y' or in-sci-flag is equal to 'y'
        perform resolve-scientific-notation
        if not ws-magnitude-is-ok
            move 'TOO LARGE, not evaluated' to wi-reason
            go to w-invalid
        end-if
    end-if.
    if in-z is equal to ws-skip-value
        add 1 to ws-skipped-count
        go to w1
    end-if.
    if in-z is equal to zero
        move 'INVALID INPUT, not evaluated' to wi-reason
        go to w-invalid
    end-if.
    if in-z is less than zero and function mod(degree, 2) is equal to 0
        move 'NEGATIVE EVEN ROOT, not evaluated' to wi-reason
        go to w-invalid
    end-if.
    move in-z to ws-magnitude-check.
    perform check-magnitude.
    if not ws-magnitude-is-ok
        move 'TOO LARGE, not evaluated' to wi-reason
        go to w-invalid
    end-if.
    add 1 to ws-evaluated-count.
    compute ws-degree-m1 = degree - 1.
    compute ws-exponent = degree - 1.
    move 1 to ws-lv.
w-level.
    move ws-tol(ws-lv) to diff.
    move in-z to z.
    if z is less than zero compute z = - z end-if.
    divide 2 into z giving x rounded.
    perform w2 thru w-e2 varying k from 1 by 1
        until k is greater than 1000.
    move 'A' to wr-status(ws-lv).
    move zero to wr-root(ws-lv), wr-iter(ws-lv).
    go to w-next-level.
w2.
    compute ws-xpow rounded = x ** ws-exponent.
    compute ws-term1 = ws-degree-m1 * x.
    compute ws-term2 rounded = z / ws-xpow.
    compute y rounded = (ws-term1 + ws-term2) / degree.
    subtract x from y giving temp.
    if temp is less than zero compute temp = - temp end-if.
    if temp / (y + x) is greater than diff go to w-e2 end-if.
    if in-z is less than zero compute y = - y end-if.
    move 'C' to wr-status(ws-lv).
    move y to wr-root(ws-lv).
    move k to wr-iter(ws-lv).
    go to w-next-level.
w-e2.
    move y to x.
w-next-level.
    add 1 to ws-lv.
    if ws-lv is not greater than 3
        go to w-level
    end-if.
    move in-z to hp-z.
    if hp-z is less than zero compute hp-z = - hp-z end-if.
    divide 2 into hp-z giving hp-x rounded.
    perform wh2 thru wh-e2 varying k from 1 by 1
        until k is greater than 1000.
    move 'A' to wr-status(4).
    move zero to wr-root(4), wr-iter(4).
    go to w-report.
wh2.
    compute ws-hp-xpow rounded = hp-x ** ws-exponent.
    compute ws-hp-term1 = ws-degree-m1 * hp-x.
    compute ws-hp-term2 rounded = hp-z / ws-hp-xpow.
    compute hp-y rounded = (ws-hp-term1 + ws-hp-term2) / degree.
    subtract hp-x from hp-y giving hp-temp.
    if hp-temp is less than zero compute hp-temp = - hp-temp end-if.
    if hp-temp / (hp-y + hp-x) is greater than hp-diff
        go to wh-e2
    end-if.
    if in-z is less than zero compute hp-y = - hp-y end-if.
    move 'C' to wr-status(4).
    move hp-y to wr-root(4).
    move k to wr-iter(4).
    go to w-report.
wh-e2.
    move hp-y to hp-x.
w-report.
    move zero to ws-num-maxmove.
    move 'N' to ws-move-found.
    perform measure-movement
        varying ws-lv from 2 by 1 until ws-lv is greater than 4.
    move spaces to whatif-line.
    move in-z to wl-z.
    move degree to wl-degree.
    perform format-level
        varying ws-lv from 1 by 1 until ws-lv is greater than 4.
    if ws-move-is-found
        move ws-num-maxmove to ws-move-edit
        move ws-move-edit to wl-move
    end-if.
    write out-line from whatif-line after advancing 1 line.
    write report-line from whatif-line after advancing 1 line.
    go to w1.
w-invalid.
    add 1 to ws-invalid-count.
    move in-z to wi-z.
    move degree to wi-degree.
    write out-line from invalid-mess after advancing 1 line.
    write report-line from invalid-mess after advancing 1 line.
    go to w1.
w-finish.
    perform write-level-total
        varying ws-lv from 1 by 1 until ws-lv is greater than 4.
    move ws-read-count      to trl-read.
    move ws-evaluated-count to trl-evaluated.
    move ws-invalid-count   to trl-invalid.
    move ws-skipped-count   to trl-skipped.
    write out-line from trailer-line after advancing 2 lines.
    write report-line from trailer-line after advancing 2 lines.
    close input-file, standard-output, report-file.
    perform write-batch-log.
stop run.

parse-tolerance.
    if ws-tol-env is not equal to spaces
        move zero to ws-tol-dot-count
        inspect ws-tol-env tallying ws-tol-dot-count for all '.'
        if ws-tol-dot-count is greater than zero
            compute ws-tol-work = function numval(ws-tol-env)
        else
            move ws-tol-env(1:5) to ws-tol-card
            if ws-tol-card-n is numeric
                move ws-tol-card-n to ws-tol-work
            else
                move zero to ws-tol-work
            end-if
        end-if
        if ws-tol-work is greater than zero
                and ws-tol-work is less than 1
            move ws-tol-work to ws-tol(ws-lv)
        end-if
    end-if.

clear-level-total.
    move zero to tl-conv(ws-lv), tl-abort(ws-lv), tl-iter(ws-lv),
        tl-maxmove(ws-lv).

set-column-heads.
    move ws-tol(ws-lv) to ws-tol-edit.
    move spaces to chd-std(ws-lv).
    string '           tol ' ws-tol-edit ' iter'
        delimited by size into chd-std(ws-lv).

resolve-scientific-notation.
    move 'Y' to ws-magnitude-ok.
    compute ws-power rounded = 10 ** in-exponent
        on size error move 'N' to ws-magnitude-ok
    end-compute.
    if ws-magnitude-is-ok
        compute ws-magnitude-check rounded = in-mantissa * ws-power
            on size error move 'N' to ws-magnitude-ok
        end-compute
    end-if.
    if ws-magnitude-is-ok
        perform check-magnitude
    end-if.
    if ws-magnitude-is-ok
        move ws-magnitude-check to in-z
    end-if.

check-magnitude.
    move 'Y' to ws-magnitude-ok.
    if ws-magnitude-check is greater than ws-max-magnitude
        move 'N' to ws-magnitude-ok
    end-if.
    if ws-magnitude-check is less than - ws-max-magnitude
        move 'N' to ws-magnitude-ok
    end-if.

measure-movement.
    compute ws-prev-lv = ws-lv - 1.
    if wr-status(ws-lv) is equal to 'C'
            and wr-status(ws-prev-lv) is equal to 'C'
        compute ws-move = wr-root(ws-lv) - wr-root(ws-prev-lv)
        if ws-move is less than zero compute ws-move = - ws-move end-if
        if ws-move is greater than ws-num-maxmove
            move ws-move to ws-num-maxmove
        end-if
        if ws-move is greater than tl-maxmove(ws-lv)
            move ws-move to tl-maxmove(ws-lv)
        end-if
        move 'Y' to ws-move-found
    end-if.

format-level.
    if wr-status(ws-lv) is equal to 'C'
        add 1 to tl-conv(ws-lv)
        add wr-iter(ws-lv) to tl-iter(ws-lv)
        move wr-iter(ws-lv) to ws-iter-edit
        if ws-lv is equal to 4
            move wr-root(ws-lv) to ws-hp-root-edit
            move ws-hp-root-edit to wl-hp-root
            move ws-iter-edit to wl-hp-iter
        else
            move wr-root(ws-lv) to ws-root-edit
            move ws-root-edit to wl-root(ws-lv)
            move ws-iter-edit to wl-iter(ws-lv)
        end-if
    else
        add 1 to tl-abort(ws-lv)
        if ws-lv is equal to 4
            move 'ABORTED' to wl-hp-root
            move 'ABRT' to wl-hp-iter
        else
            move 'ABORTED' to wl-root(ws-lv)
            move 'ABRT' to wl-iter(ws-lv)
        end-if
    end-if.

write-level-total.
    if ws-lv is equal to 4
        move hp-diff to ws-hp-tol-edit
        move ws-hp-tol-edit to ltl-tol
    else
        move ws-tol(ws-lv) to ws-tol-edit
        move ws-tol-edit to ltl-tol
    end-if.
    move tl-conv(ws-lv)  to ltl-conv.
    move tl-abort(ws-lv) to ltl-abort.
    move tl-iter(ws-lv)  to ltl-iter.
    move zero to ws-avg-iter.
    if tl-conv(ws-lv) is greater than zero
        compute ws-avg-iter rounded = tl-iter(ws-lv) / tl-conv(ws-lv)
    end-if.
    move ws-avg-iter to ltl-avg.
    move spaces to ltl-move.
    if ws-lv is greater than 1
        move tl-maxmove(ws-lv) to ws-move-edit
        move ws-move-edit to ltl-move
    end-if.
    if ws-lv is equal to 1
        write out-line from level-total-line after advancing 2 lines
        write report-line from level-total-line after advancing 2 lines
    else
        write out-line from level-total-line after advancing 1 line
        write report-line from level-total-line after advancing 1 line
    end-if.

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
    move 'SQRTWHAT' to bl-program.
    move input-file-name to bl-input.
    move spaces to bl-parms.
    move ws-tol(1) to ws-tol-e(1).
    move ws-tol(2) to ws-tol-e(2).
    move ws-tol(3) to ws-tol-e(3).
    string 'DEG=' ws-default-degree
        ' TOL=' ws-tol-e(1) '/' ws-tol-e(2) '/' ws-tol-e(3) '/HP'
        delimited by size into bl-parms.
    move ws-read-count      to bl-read.
    move ws-evaluated-count to bl-good.
    move ws-invalid-count   to bl-bad.
    move 'COMPLETE' to bl-outcome.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
