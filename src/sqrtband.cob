identification division.
program-id. SQRTBAND.
environment division.
input-output section.

file-control.
    select optional extract-file assign to dynamic extract-file-name
    organization is line sequential.
    select optional reject-file assign to dynamic reject-file-name
    organization is line sequential.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.

data division.

file section.
fd extract-file.
    01 extract-io-record picture x(80).
fd reject-file.
    01 reject-io-record picture x(80).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).

working-storage section.
copy SQRTEXTR.

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

77 ws-run-date-env picture x(8) value spaces.
77 ws-days-env     picture x(3) value spaces.
77 ws-factor-env   picture x(3) value spaces.
77 ws-band-days    picture 9(3) value 1.
77 ws-band-max     picture 9(3) value 31.
77 ws-factor       picture 9(2) value 3.
77 ws-min-gap      picture 9(3) value 5.
77 ws-end-int      picture 9(9) value 0.
77 ws-day-int      picture 9(9) value 0.
77 ws-day-idx      picture 9(3) value 0.
77 ws-run-id       picture x(8) value spaces.
77 ws-id-suffix    picture x(9) value spaces.

01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).
01 ws-date-parts.
   02 ws-date-yyyy picture 9(4).
   02 ws-date-mm   picture 9(2).
   02 ws-date-dd   picture 9(2).

01 extract-file-name picture x(40).
01 reject-file-name  picture x(40).
01 report-file-name  picture x(40).

77 ws-page-lines    picture 9(3) value 60.
77 ws-line-count    picture 9(3) value 0.
77 ws-page-no       picture 9(4) value 0.
77 ws-advance       picture 9(1) value 1.
01 ws-out-line      picture x(132).
01 ws-sect-head     picture x(132) value spaces.
01 ws-sect-cols     picture x(132) value spaces.

77 ws-pass          picture 9(1) value 1.
77 ws-bx            picture 9(3) value 0.
77 ws-dx            picture 9(3) value 0.
77 ws-cx            picture 9(2) value 0.
77 ws-abs-z         picture 9(11)v9(6) value 0.
77 ws-band-limit    picture 9(12) value 0.
77 ws-cur-iter      picture 9(5) value 0.
77 ws-avg           picture 9(5)v99 value 0.
77 ws-ratio         picture 9(5)v9 value 0.

01 ws-band-names.
   02 filler picture x(10) value 'under 1'.
   02 filler picture x(10) value '1-10'.
   02 filler picture x(10) value '10-100'.
   02 filler picture x(10) value '100-1e3'.
   02 filler picture x(10) value '1e3-1e4'.
   02 filler picture x(10) value '1e4-1e5'.
   02 filler picture x(10) value '1e5-1e6'.
   02 filler picture x(10) value '1e6-1e7'.
   02 filler picture x(10) value '1e7-1e8'.
   02 filler picture x(10) value '1e8-1e9'.
   02 filler picture x(10) value '1e9-1e10'.
   02 filler picture x(10) value '1e10-1e11'.
01 ws-band-name-table redefines ws-band-names.
   02 ws-band-name occurs 12 times picture x(10).

01 ws-class-tops.
   02 filler picture 9(5) value 5.
   02 filler picture 9(5) value 10.
   02 filler picture 9(5) value 25.
   02 filler picture 9(5) value 50.
   02 filler picture 9(5) value 100.
   02 filler picture 9(5) value 250.
   02 filler picture 9(5) value 500.
   02 filler picture 9(5) value 99999.
01 ws-class-top-table redefines ws-class-tops.
   02 ws-class-top occurs 8 times picture 9(5).

01 ws-bucket-table.
   02 ws-band-row occurs 12 times.
      03 ws-bucket occurs 99 times.
         04 bk-count      picture 9(9).
         04 bk-iter-total picture 9(11).
         04 bk-iter-min   picture 9(5).
         04 bk-iter-max   picture 9(5).
         04 bk-abort      picture 9(9).
         04 bk-class      picture 9(9) occurs 8 times.

01 ws-day-table.
   02 ws-day-entry occurs 31 times.
      03 dy-date      picture 9(8).
      03 dy-ext-found picture x(1).
      03 dy-details   picture 9(9).
      03 dy-rej-found picture x(1).
      03 dy-aborts    picture 9(9).

77 ws-file-found    picture x value 'N'.
   88 ws-file-was-found          value 'Y'.
77 ws-extracts-found picture 9(3) value 0.
77 ws-detail-count  picture 9(9) value 0.
77 ws-bad-detail-count picture 9(9) value 0.
77 ws-iter-total    picture 9(11) value 0.
77 ws-abort-count   picture 9(9) value 0.
77 ws-outlier-count picture 9(9) value 0.
77 ws-bucket-count  picture 9(5) value 0.

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(25) value 'sqrt convergence analysis'.
   02 filler picture x(14) value '    run date  '.
   02 ttl-yyyy picture 9(4).
   02 filler picture x(1)  value '-'.
   02 ttl-mm   picture 9(2).
   02 filler picture x(1)  value '-'.
   02 ttl-dd   picture 9(2).
   02 filler picture x(10) value '    days  '.
   02 ttl-days picture zz9.

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(25) value 'sqrt convergence analysis'.
   02 filler picture x(14) value '    run date  '.
   02 phl-yyyy picture 9(4).
   02 filler picture x(1)  value '-'.
   02 phl-mm   picture 9(2).
   02 filler picture x(1)  value '-'.
   02 phl-dd   picture 9(2).
   02 filler picture x(10) value '    days  '.
   02 phl-days picture zz9.
   02 filler picture x(10) value '    page  '.
   02 phl-page picture zzz9.

01 under-line.
   02 filler picture x(124) value all '-'.

01 bucket-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(51) value
      'iteration distribution by magnitude band and degree'.

01 bucket-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'band'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(3)  value 'deg'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '    count'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'avg iter'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(5)  value '  min'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(5)  value '  max'.
   02 filler picture x(8)  value '     1-5'.
   02 filler picture x(8)  value '    6-10'.
   02 filler picture x(8)  value '   11-25'.
   02 filler picture x(8)  value '   26-50'.
   02 filler picture x(8)  value '  51-100'.
   02 filler picture x(8)  value ' 101-250'.
   02 filler picture x(8)  value ' 251-500'.
   02 filler picture x(8)  value '    501+'.
   02 filler picture x(9)  value '   aborts'.

01 bucket-line.
   02 filler picture x(1)  value spaces.
   02 bkl-band     picture x(10).
   02 filler picture x(2)  value spaces.
   02 bkl-degree   picture zz9.
   02 filler picture x(2)  value spaces.
   02 bkl-count    picture zzzzzzzz9.
   02 filler picture x(2)  value spaces.
   02 bkl-avg      picture zzzz9.99.
   02 filler picture x(2)  value spaces.
   02 bkl-min      picture zzzz9.
   02 filler picture x(2)  value spaces.
   02 bkl-max      picture zzzz9.
   02 bkl-class-group.
      03 bkl-class picture zzzzzzz9 occurs 8 times.
   02 filler picture x(2)  value spaces.
   02 bkl-abort    picture zzzzzz9.

01 outlier-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(33) value
      'outliers -- iterations more than '.
   02 ohl-factor   picture z9.
   02 filler picture x(28) value ' times their bucket average'.

01 outlier-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'run date'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(19) value '        input value'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(3)  value 'deg'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(10) value 'band'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(5)  value ' iter'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'avg iter'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(7)  value ' x avg'.

01 outlier-line.
   02 filler picture x(1)  value spaces.
   02 otl-yyyy     picture 9(4).
   02 filler picture x(1)  value '-'.
   02 otl-mm       picture 9(2).
   02 filler picture x(1)  value '-'.
   02 otl-dd       picture 9(2).
   02 filler picture x(2)  value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==otl-z==.
   02 filler picture x(2)  value spaces.
   02 otl-degree   picture zz9.
   02 filler picture x(2)  value spaces.
   02 otl-band     picture x(10).
   02 filler picture x(2)  value spaces.
   02 otl-iter     picture zzzz9.
   02 filler picture x(2)  value spaces.
   02 otl-avg      picture zzzz9.99.
   02 filler picture x(2)  value spaces.
   02 otl-ratio    picture zzzz9.9.

01 abort-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(53) value
      'inputs aborted at the iteration limit (reject code A)'.

01 abort-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'run date'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(19) value '        input value'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(3)  value 'deg'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(10) value 'band'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(14) value 'high precision'.

01 abort-line.
   02 filler picture x(1)  value spaces.
   02 abl-yyyy     picture 9(4).
   02 filler picture x(1)  value '-'.
   02 abl-mm       picture 9(2).
   02 filler picture x(1)  value '-'.
   02 abl-dd       picture 9(2).
   02 filler picture x(2)  value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==abl-z==.
   02 filler picture x(2)  value spaces.
   02 abl-degree   picture zz9.
   02 filler picture x(2)  value spaces.
   02 abl-band     picture x(10).
   02 filler picture x(2)  value spaces.
   02 abl-hp       picture x(3).

01 none-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(6)  value '(none)'.

01 source-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(15) value 'files analysed'.

01 source-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'run date'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value ' extracts'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '  details'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '  rejects'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(9)  value '   aborts'.

01 source-line.
   02 filler picture x(1)  value spaces.
   02 srl-yyyy     picture 9(4).
   02 filler picture x(1)  value '-'.
   02 srl-mm       picture 9(2).
   02 filler picture x(1)  value '-'.
   02 srl-dd       picture 9(2).
   02 filler picture x(2)  value spaces.
   02 srl-ext      picture x(9).
   02 filler picture x(2)  value spaces.
   02 srl-details  picture zzzzzzzz9.
   02 filler picture x(2)  value spaces.
   02 srl-rej      picture x(9).
   02 filler picture x(2)  value spaces.
   02 srl-aborts   picture zzzzzzzz9.

01 summary-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'extracts found..'.
   02 sml-extracts picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'details read....'.
   02 sml-details  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'buckets.........'.
   02 sml-buckets  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'average iter....'.
   02 sml-avg      picture zzzzz9.99.

01 summary-line-2.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'outliers........'.
   02 sml-outliers picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'aborted inputs..'.
   02 sml-aborts   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'unusable details'.
   02 sml-bad      picture zzzzzzzz9.

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
    string 'SQRTBAND' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.
    accept ws-days-env from environment 'SQRTBAND_DAYS'.
    if ws-days-env is not equal to spaces
        move function numval(ws-days-env) to ws-band-days
    end-if.
    if ws-band-days is equal to zero
        move 1 to ws-band-days
    end-if.
    if ws-band-days is greater than ws-band-max
        move ws-band-max to ws-band-days
    end-if.
    accept ws-factor-env from environment 'SQRTBAND_FACTOR'.
    if ws-factor-env is not equal to spaces
        move function numval(ws-factor-env) to ws-factor
    end-if.
    if ws-factor is less than 2
        move 3 to ws-factor
    end-if.
    compute ws-end-int =
        function integer-of-date(function numval(report-run-date)).

    perform clear-bucket
        varying ws-bx from 1 by 1 until ws-bx is greater than 12
        after ws-dx from 1 by 1 until ws-dx is greater than 99.

    move 1 to ws-pass.
    perform analyse-one-day thru analyse-one-day-exit
        varying ws-day-idx from 1 by 1
        until ws-day-idx is greater than ws-band-days.

    open output standard-output, output report-file.
    move report-yyyy to ttl-yyyy, phl-yyyy.
    move report-mm   to ttl-mm, phl-mm.
    move report-dd   to ttl-dd, phl-dd.
    move ws-band-days to ttl-days, phl-days.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.

    move bucket-head-line to ws-sect-head.
    move bucket-cols to ws-sect-cols.
    perform page-heading.
    write out-line from bucket-head-line after advancing 2 lines.
    write out-line from bucket-cols after advancing 2 lines.
    perform print-bucket thru print-bucket-exit
        varying ws-bx from 1 by 1 until ws-bx is greater than 12
        after ws-dx from 1 by 1 until ws-dx is greater than 99.
    if ws-bucket-count is equal to zero
        move none-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

    move ws-factor to ohl-factor.
    move outlier-head-line to ws-sect-head.
    move outlier-cols to ws-sect-cols.
    perform section-heading.
    move 2 to ws-pass.
    perform analyse-one-day thru analyse-one-day-exit
        varying ws-day-idx from 1 by 1
        until ws-day-idx is greater than ws-band-days.
    if ws-outlier-count is equal to zero
        move none-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

    move abort-head-line to ws-sect-head.
    move abort-cols to ws-sect-cols.
    perform section-heading.
    move 3 to ws-pass.
    perform analyse-one-day thru analyse-one-day-exit
        varying ws-day-idx from 1 by 1
        until ws-day-idx is greater than ws-band-days.
    if ws-abort-count is equal to zero
        move none-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

    move source-head-line to ws-sect-head.
    move source-cols to ws-sect-cols.
    perform section-heading.
    write out-line from source-head-line after advancing 2 lines.
    write out-line from source-cols after advancing 2 lines.
    perform print-source-day
        varying ws-day-idx from ws-band-days by -1
        until ws-day-idx is less than 1.

    move ws-extracts-found to sml-extracts.
    move ws-detail-count   to sml-details.
    move ws-bucket-count   to sml-buckets.
    move zero to ws-avg.
    if ws-detail-count is greater than zero
        compute ws-avg rounded = ws-iter-total / ws-detail-count
    end-if.
    move ws-avg to sml-avg.
    move ws-outlier-count    to sml-outliers.
    move ws-abort-count      to sml-aborts.
    move ws-bad-detail-count to sml-bad.
    write out-line from summary-line after advancing 2 lines.
    write out-line from summary-line-2 after advancing 1 line.
    move summary-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move summary-line-2 to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    close standard-output, report-file.
    if ws-extracts-found is equal to zero
        move 4 to return-code
    end-if.
stop run.

clear-bucket.
    move zero to bk-count(ws-bx, ws-dx), bk-iter-total(ws-bx, ws-dx),
        bk-iter-min(ws-bx, ws-dx), bk-iter-max(ws-bx, ws-dx),
        bk-abort(ws-bx, ws-dx).
    move zero to bk-class(ws-bx, ws-dx, 1), bk-class(ws-bx, ws-dx, 2),
        bk-class(ws-bx, ws-dx, 3), bk-class(ws-bx, ws-dx, 4),
        bk-class(ws-bx, ws-dx, 5), bk-class(ws-bx, ws-dx, 6),
        bk-class(ws-bx, ws-dx, 7), bk-class(ws-bx, ws-dx, 8).

analyse-one-day.
    compute ws-day-int = ws-end-int - ws-day-idx + 1.
    if ws-pass is equal to 1
        compute dy-date(ws-day-idx) = function date-of-integer(ws-day-int)
        move 'N' to dy-ext-found(ws-day-idx), dy-rej-found(ws-day-idx)
        move zero to dy-details(ws-day-idx), dy-aborts(ws-day-idx)
    end-if.
    move dy-date(ws-day-idx) to ws-date-parts.
    move spaces to extract-file-name.
    string 'SQRTEXT' dy-date(ws-day-idx) delimited by size
        ws-id-suffix delimited by space
        '.DAT' delimited by size into extract-file-name.
    move spaces to reject-file-name.
    string 'SQRT' dy-date(ws-day-idx) delimited by size
        ws-id-suffix delimited by space
        '.REJ' delimited by size into reject-file-name.
    if ws-pass is not equal to 3
        perform scan-extract thru scan-extract-done
    end-if.
    if ws-pass is not equal to 2
        perform scan-reject thru scan-reject-done
    end-if.
analyse-one-day-exit.
    exit.

scan-extract.
    move 'N' to ws-file-found.
    open input extract-file.
se1.
    read extract-file into extract-detail-rec at end go to se-done end-read.
    move 'Y' to ws-file-found.
    if extract-detail-rec(1:3) is equal to 'HDR'
            or extract-detail-rec(1:3) is equal to 'TRL'
        go to se1
    end-if.
    if xd-iter is not numeric or xd-z is not numeric
        if ws-pass is equal to 1
            add 1 to ws-bad-detail-count
        end-if
        go to se1
    end-if.
    move xd-z to ws-abs-z.
    perform find-band thru find-band-exit.
    if xd-degree is numeric and xd-degree is greater than or equal to 2
        move xd-degree to ws-dx
    else
        move 2 to ws-dx
    end-if.
    move xd-iter to ws-cur-iter.
    if ws-pass is equal to 1
        perform add-to-bucket thru add-to-bucket-exit
    else
        perform check-outlier
    end-if.
    go to se1.
se-done.
    close extract-file.
    if ws-pass is equal to 1 and ws-file-was-found
        move 'Y' to dy-ext-found(ws-day-idx)
        add 1 to ws-extracts-found
    end-if.
scan-extract-done.
    exit.

scan-reject.
    move 'N' to ws-file-found.
    open input reject-file.
sr1.
    read reject-file into in-card at end go to sr-done end-read.
    move 'Y' to ws-file-found.
    if in-reject-code is not equal to 'A'
        go to sr1
    end-if.
    move in-z to ws-abs-z.
    perform find-band thru find-band-exit.
    if in-degree is numeric and in-degree is greater than or equal to 2
        move in-degree to ws-dx
    else
        move 2 to ws-dx
    end-if.
    if ws-pass is equal to 1
        add 1 to bk-abort(ws-bx, ws-dx)
        add 1 to dy-aborts(ws-day-idx)
        add 1 to ws-abort-count
    else
        perform list-abort
    end-if.
    go to sr1.
sr-done.
    close reject-file.
    if ws-pass is equal to 1 and ws-file-was-found
        move 'Y' to dy-rej-found(ws-day-idx)
    end-if.
scan-reject-done.
    exit.

find-band.
    move 1 to ws-bx.
    if ws-abs-z is less than 1
        go to find-band-exit
    end-if.
    move 2 to ws-bx.
    move 10 to ws-band-limit.
fb1.
    if ws-abs-z is less than ws-band-limit or ws-bx is equal to 12
        go to find-band-exit
    end-if.
    add 1 to ws-bx.
    multiply 10 by ws-band-limit.
    go to fb1.
find-band-exit.
    exit.

add-to-bucket.
    add 1 to ws-detail-count.
    add 1 to dy-details(ws-day-idx).
    add ws-cur-iter to ws-iter-total.
    if bk-count(ws-bx, ws-dx) is equal to zero
        add 1 to ws-bucket-count
        move ws-cur-iter to bk-iter-min(ws-bx, ws-dx)
        move ws-cur-iter to bk-iter-max(ws-bx, ws-dx)
    end-if.
    add 1 to bk-count(ws-bx, ws-dx).
    add ws-cur-iter to bk-iter-total(ws-bx, ws-dx).
    if ws-cur-iter is less than bk-iter-min(ws-bx, ws-dx)
        move ws-cur-iter to bk-iter-min(ws-bx, ws-dx)
    end-if.
    if ws-cur-iter is greater than bk-iter-max(ws-bx, ws-dx)
        move ws-cur-iter to bk-iter-max(ws-bx, ws-dx)
    end-if.
    move 1 to ws-cx.
atb1.
    if ws-cur-iter is not greater than ws-class-top(ws-cx)
            or ws-cx is equal to 8
        add 1 to bk-class(ws-bx, ws-dx, ws-cx)
        go to add-to-bucket-exit
    end-if.
    add 1 to ws-cx.
    go to atb1.
add-to-bucket-exit.
    exit.

check-outlier.
    compute ws-avg rounded =
        bk-iter-total(ws-bx, ws-dx) / bk-count(ws-bx, ws-dx).
    if ws-avg is greater than zero
            and ws-cur-iter is greater than ws-avg * ws-factor
            and ws-cur-iter - ws-avg is not less than ws-min-gap
        add 1 to ws-outlier-count
        compute ws-ratio rounded = ws-cur-iter / ws-avg
        move ws-date-yyyy to otl-yyyy
        move ws-date-mm   to otl-mm
        move ws-date-dd   to otl-dd
        move xd-z to otl-z
        move ws-dx to otl-degree
        move ws-band-name(ws-bx) to otl-band
        move ws-cur-iter to otl-iter
        move ws-avg to otl-avg
        move ws-ratio to otl-ratio
        move outlier-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
    end-if.

list-abort.
    move ws-date-yyyy to abl-yyyy.
    move ws-date-mm   to abl-mm.
    move ws-date-dd   to abl-dd.
    move in-z to abl-z.
    move ws-dx to abl-degree.
    move ws-band-name(ws-bx) to abl-band.
    if in-hp-flag = 'H' or in-hp-flag = 'h'
        move 'yes' to abl-hp
    else
        move 'no' to abl-hp
    end-if.
    move abort-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.

print-bucket.
    if bk-count(ws-bx, ws-dx) is equal to zero
            and bk-abort(ws-bx, ws-dx) is equal to zero
        go to print-bucket-exit
    end-if.
    move ws-band-name(ws-bx) to bkl-band.
    move ws-dx to bkl-degree.
    move bk-count(ws-bx, ws-dx) to bkl-count.
    move zero to ws-avg.
    if bk-count(ws-bx, ws-dx) is greater than zero
        compute ws-avg rounded =
            bk-iter-total(ws-bx, ws-dx) / bk-count(ws-bx, ws-dx)
    end-if.
    move ws-avg to bkl-avg.
    move bk-iter-min(ws-bx, ws-dx) to bkl-min.
    move bk-iter-max(ws-bx, ws-dx) to bkl-max.
    move bk-class(ws-bx, ws-dx, 1) to bkl-class(1).
    move bk-class(ws-bx, ws-dx, 2) to bkl-class(2).
    move bk-class(ws-bx, ws-dx, 3) to bkl-class(3).
    move bk-class(ws-bx, ws-dx, 4) to bkl-class(4).
    move bk-class(ws-bx, ws-dx, 5) to bkl-class(5).
    move bk-class(ws-bx, ws-dx, 6) to bkl-class(6).
    move bk-class(ws-bx, ws-dx, 7) to bkl-class(7).
    move bk-class(ws-bx, ws-dx, 8) to bkl-class(8).
    move bk-abort(ws-bx, ws-dx) to bkl-abort.
    write out-line from bucket-line after advancing 1 line.
    move bucket-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
print-bucket-exit.
    exit.

print-source-day.
    move dy-date(ws-day-idx) to ws-date-parts.
    move ws-date-yyyy to srl-yyyy.
    move ws-date-mm   to srl-mm.
    move ws-date-dd   to srl-dd.
    if dy-ext-found(ws-day-idx) is equal to 'Y'
        move '    found' to srl-ext
    else
        move 'not found' to srl-ext
    end-if.
    move dy-details(ws-day-idx) to srl-details.
    if dy-rej-found(ws-day-idx) is equal to 'Y'
        move '    found' to srl-rej
    else
        move 'not found' to srl-rej
    end-if.
    move dy-aborts(ws-day-idx) to srl-aborts.
    write out-line from source-line after advancing 1 line.
    move source-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.

section-heading.
    if ws-line-count + 5 is greater than ws-page-lines
        perform page-heading
    else
        write report-line from ws-sect-head after advancing 3 lines
        write report-line from ws-sect-cols after advancing 2 lines
        write report-line from under-line after advancing 1 line
        add 6 to ws-line-count
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
    write report-line from ws-sect-head after advancing 2 lines.
    write report-line from ws-sect-cols after advancing 2 lines.
    write report-line from under-line after advancing 1 line.
    move 7 to ws-line-count.
