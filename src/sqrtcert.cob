identification division.
program-id. SQRTCERT.
environment division.
input-output section.

file-control.
    select optional extract-file assign to dynamic extract-file-name
    organization is line sequential
    file status is ws-extract-status.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.
    select control-file assign to dynamic control-file-name
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd extract-file.
    01 extract-io-record picture x(80).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).
fd control-file.
    01 control-io-record picture x(100).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
77 ws-cert-tol-env   picture x(12) value spaces.
77 ws-cert-tol-work  picture s9(3)v9(8) value 0.
77 ws-cert-tol       picture v9(8) value 0.001.
77 ws-round-unit     picture v9(7) value 0.0000005.

77 ws-pow-idx        picture 9(2) value 0.
77 ws-pow-limit      picture 9(2) value 0.
77 ws-pow-ok         picture x value 'Y'.
   88 ws-pow-is-ok               value 'Y'.
77 ws-pow-m1         picture s9(13)v9(12) value 0.
77 ws-pow            picture s9(13)v9(12) value 0.
77 ws-residual       picture s9(13)v9(12) value 0.
77 ws-allowed        picture s9(13)v9(12) value 0.
77 ws-abs-z          picture s9(13)v9(12) value 0.
77 ws-abs-pow-m1     picture s9(13)v9(12) value 0.
77 ws-max-residual   picture s9(13)v9(12) value 0.
77 ws-max-z          picture s9(11)v9(6) value 0.
77 ws-max-degree     picture 9(2) value 0.
77 ws-cert-status    picture x(8) value spaces.

77 ws-checked-count  picture 9(9) value 0.
77 ws-passed-count   picture 9(9) value 0.
77 ws-failed-count   picture 9(9) value 0.
77 ws-ext-count      picture 9(9) value 0.
77 ws-ext-hash       picture s9(17)v9(6) value 0.

77 ws-extract-status picture x(2) value spaces.
77 ws-extract-flag   picture x value 'Y'.
   88 ws-extract-present         value 'Y'.
77 ws-header-flag    picture x value 'N'.
   88 ws-header-seen             value 'Y'.
77 ws-trailer-flag   picture x value 'N'.
   88 ws-trailer-seen            value 'Y'.
77 ws-balance-flag   picture x value 'Y'.
   88 ws-extract-in-balance      value 'Y'.
77 ws-verdict        picture x(4)  value 'PASS'.
77 ws-verdict-reason picture x(30) value spaces.

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

77 ws-run-id       picture x(8) value spaces.
77 ws-id-suffix    picture x(9) value spaces.
77 ws-run-date-env picture x(8) value spaces.
01 extract-file-name picture x(80) value spaces.
01 report-file-name  picture x(40).
01 control-file-name picture x(40).
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

copy SQRTEXTR.
copy SQRTCERT.

01 title-line.
   02 filler picture x(6)  value spaces.
   02 filler picture x(34) value 'sqrt extract residual certificate'.
   02 filler picture x(2)  value spaces.
   02 ttl-date picture 9(8).

01 under-line.
   02 filler picture x(96) value all '-'.

01 extract-name-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'extract.........'.
   02 enl-name picture x(80).

01 tolerance-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'residual tol....'.
   02 tol-value picture .9(8).

01 col-heads.
   02 filler picture x(9)  value spaces.
   02 filler picture x(6)  value 'number'.
   02 filler picture x(7)  value spaces.
   02 filler picture x(3)  value 'deg'.
   02 filler picture x(14) value spaces.
   02 filler picture x(4)  value 'root'.
   02 filler picture x(20) value spaces.
   02 filler picture x(8)  value 'residual'.
   02 filler picture x(6)  value spaces.
   02 filler picture x(6)  value 'status'.

01 exception-line.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==exc-z==.
   02 filler picture x(3) value spaces.
   02 exc-degree picture z9.
   02 filler picture x(3) value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==exc-root==.
   02 filler picture x(3) value spaces.
   copy SQRTEDIT2 replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==exc-residual==.
   02 filler picture x(3) value spaces.
   02 exc-status picture x(8).

01 no-extract-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(34) value 'extract file not found, status '.
   02 nem-status picture x(2).

01 no-header-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(30) value 'extract header record missing'.

01 no-trailer-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(38) value 'extract trailer missing, not balanced'.

01 oob-count-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(22) value 'trailer detail count '.
   02 ocm-trl-count picture zzzzzzzz9.
   02 filler picture x(18) value '  records counted '.
   02 ocm-counted picture zzzzzzzz9.

01 oob-hash-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'trailer hash total does not match roots'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'records checked.'.
   02 trl-checked  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'certified.......'.
   02 trl-passed   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'failed..........'.
   02 trl-failed   picture zzzzzzzz9.

01 trailer-line-2.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'max residual....'.
   copy SQRTEDIT2 replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==trl-max-residual==.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'at number.......'.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==trl-max-z==.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'degree..........'.
   02 trl-max-degree picture z9.

01 verdict-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(14) value 'CERTIFICATION '.
   02 vdl-verdict picture x(6).
   02 filler picture x(3)  value spaces.
   02 vdl-reason  picture x(30).

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
    accept extract-file-name from environment 'SQRTCERT_INPUT'.
    if extract-file-name is equal to spaces
        string 'SQRTEXT' report-yyyy report-mm report-dd delimited by size
            ws-id-suffix delimited by space
            '.DAT' delimited by size into extract-file-name
    end-if.
    string 'SQRTCERT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.RPT' delimited by size into report-file-name.
    string 'SQRTCERT' report-yyyy report-mm report-dd delimited by size
        ws-id-suffix delimited by space
        '.CTL' delimited by size into control-file-name.
    accept ws-cert-tol-env from environment 'SQRTCERT_TOLERANCE'.
    if ws-cert-tol-env is not equal to spaces
        compute ws-cert-tol-work = function numval(ws-cert-tol-env)
        if ws-cert-tol-work is greater than zero
                and ws-cert-tol-work is less than 1
            move ws-cert-tol-work to ws-cert-tol
        end-if
    end-if.

    open output standard-output, output report-file.
    move report-run-date to ttl-date.
    write out-line from title-line after advancing 0 lines.
    write report-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    move extract-file-name to enl-name.
    write out-line from extract-name-line after advancing 1 line.
    write report-line from extract-name-line after advancing 1 line.
    move ws-cert-tol to tol-value.
    write out-line from tolerance-line after advancing 1 line.
    write report-line from tolerance-line after advancing 1 line.
    write out-line from col-heads after advancing 2 lines.
    write report-line from col-heads after advancing 2 lines.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.

    open input extract-file.
    if ws-extract-status is not equal to '00'
        move 'N' to ws-extract-flag
        move ws-extract-status to nem-status
        write out-line from no-extract-mess after advancing 1 line
        write report-line from no-extract-mess after advancing 1 line
        if ws-extract-status is equal to '05'
            close extract-file
        end-if
        go to ce-finish
    end-if.

ce1.
    read extract-file into extract-detail-rec at end go to ce-close
        end-read.
    if extract-detail-rec(1:3) is equal to 'HDR'
        move extract-detail-rec to extract-header-rec
        move 'Y' to ws-header-flag
        go to ce1
    end-if.
    if extract-detail-rec(1:3) is equal to 'TRL'
        move extract-detail-rec to extract-trailer-rec
        move 'Y' to ws-trailer-flag
        go to ce1
    end-if.
    add 1 to ws-checked-count.
    add 1 to ws-ext-count.
    compute ws-ext-hash = ws-ext-hash + xd-root.
    perform certify-one-root thru certify-one-root-exit.
    go to ce1.
ce-close.
    close extract-file.
    if not ws-header-seen
        write out-line from no-header-mess after advancing 1 line
        write report-line from no-header-mess after advancing 1 line
    end-if.
    if not ws-trailer-seen
        move 'N' to ws-balance-flag
        write out-line from no-trailer-mess after advancing 1 line
        write report-line from no-trailer-mess after advancing 1 line
    else
        if xt-count is not equal to ws-ext-count
            move 'N' to ws-balance-flag
            move xt-count to ocm-trl-count
            move ws-ext-count to ocm-counted
            write out-line from oob-count-mess after advancing 1 line
            write report-line from oob-count-mess after advancing 1 line
        end-if
        if xt-hash is not equal to ws-ext-hash
            move 'N' to ws-balance-flag
            write out-line from oob-hash-mess after advancing 1 line
            write report-line from oob-hash-mess after advancing 1 line
        end-if
    end-if.
ce-finish.
    evaluate true
        when not ws-extract-present
            move 'FAIL' to ws-verdict
            move 'EXTRACT NOT FOUND' to ws-verdict-reason
        when not ws-header-seen
            move 'FAIL' to ws-verdict
            move 'EXTRACT HEADER MISSING' to ws-verdict-reason
        when not ws-trailer-seen
            move 'FAIL' to ws-verdict
            move 'EXTRACT TRAILER MISSING' to ws-verdict-reason
        when not ws-extract-in-balance
            move 'FAIL' to ws-verdict
            move 'EXTRACT OUT OF BALANCE' to ws-verdict-reason
        when ws-failed-count is greater than zero
            move 'FAIL' to ws-verdict
            move 'RESIDUAL CHECK FAILURES' to ws-verdict-reason
        when other
            move 'PASS' to ws-verdict
            move 'ALL ROOTS WITHIN TOLERANCE' to ws-verdict-reason
    end-evaluate.
    move ws-checked-count to trl-checked.
    move ws-passed-count  to trl-passed.
    move ws-failed-count  to trl-failed.
    write out-line from trailer-line after advancing 2 lines.
    write report-line from trailer-line after advancing 2 lines.
    move ws-max-residual to trl-max-residual.
    move ws-max-z        to trl-max-z.
    move ws-max-degree   to trl-max-degree.
    write out-line from trailer-line-2 after advancing 1 line.
    write report-line from trailer-line-2 after advancing 1 line.
    if ws-verdict is equal to 'PASS'
        move 'PASSED' to vdl-verdict
    else
        move 'FAILED' to vdl-verdict
    end-if.
    move ws-verdict-reason to vdl-reason.
    write out-line from verdict-line after advancing 2 lines.
    write report-line from verdict-line after advancing 2 lines.
    close standard-output, report-file.

    move spaces to cert-control-rec.
    move 'CRT' to cc-marker.
    move report-run-date  to cc-date.
    move ws-verdict       to cc-verdict.
    move ws-checked-count to cc-checked.
    move ws-passed-count  to cc-passed.
    move ws-failed-count  to cc-failed.
    evaluate true
        when not ws-trailer-seen
            move 'M' to cc-trailer
        when not ws-extract-in-balance
            move 'N' to cc-trailer
        when other
            move 'Y' to cc-trailer
    end-evaluate.
    move extract-file-name to cc-extract.
    open output control-file.
    write control-io-record from cert-control-rec.
    close control-file.
    perform write-batch-log.
    if ws-verdict is not equal to 'PASS'
        move 8 to return-code
    end-if.
stop run.

certify-one-root.
    move 'PASS' to ws-cert-status.
    move 'N' to ws-pow-ok.
    move zero to ws-residual.
    if xd-degree is not numeric or xd-degree is less than 2
        move 'DEGREE' to ws-cert-status
        go to cor-fail
    end-if.
    if xd-root is less than zero
            and function mod(xd-degree, 2) is equal to zero
        move 'SIGN' to ws-cert-status
        go to cor-fail
    end-if.
    move 'Y' to ws-pow-ok.
    move 1 to ws-pow-m1.
    compute ws-pow-limit = xd-degree - 1.
    perform raise-root thru raise-root-exit
        varying ws-pow-idx from 1 by 1
        until ws-pow-idx is greater than ws-pow-limit
            or not ws-pow-is-ok.
    if ws-pow-is-ok
        compute ws-pow rounded = ws-pow-m1 * xd-root
            on size error move 'N' to ws-pow-ok
        end-compute
    end-if.
    if not ws-pow-is-ok
        move 'OVERFLOW' to ws-cert-status
        go to cor-fail
    end-if.
    compute ws-residual = ws-pow - xd-z.
    if ws-residual is less than zero
        compute ws-residual = - ws-residual
    end-if.
    move xd-z to ws-abs-z.
    if ws-abs-z is less than zero
        compute ws-abs-z = - ws-abs-z
    end-if.
    move ws-pow-m1 to ws-abs-pow-m1.
    if ws-abs-pow-m1 is less than zero
        compute ws-abs-pow-m1 = - ws-abs-pow-m1
    end-if.
    compute ws-allowed rounded = ws-cert-tol * ws-abs-z
        + xd-degree * ws-abs-pow-m1 * ws-round-unit.
    if ws-residual is greater than ws-max-residual
        move ws-residual to ws-max-residual
        move xd-z        to ws-max-z
        move xd-degree   to ws-max-degree
    end-if.
    if ws-residual is greater than ws-allowed
        move 'RESIDUAL' to ws-cert-status
        go to cor-fail
    end-if.
    add 1 to ws-passed-count.
    go to certify-one-root-exit.
cor-fail.
    add 1 to ws-failed-count.
    move xd-z    to exc-z.
    move zero    to exc-degree.
    if xd-degree is numeric
        move xd-degree to exc-degree
    end-if.
    move xd-root to exc-root.
    if ws-pow-is-ok
        move ws-residual to exc-residual
    else
        move zero to exc-residual
    end-if.
    move ws-cert-status to exc-status.
    write out-line from exception-line after advancing 1 line.
    write report-line from exception-line after advancing 1 line.
certify-one-root-exit.
    exit.

raise-root.
    compute ws-pow-m1 rounded = ws-pow-m1 * xd-root
        on size error move 'N' to ws-pow-ok
    end-compute.
raise-root-exit.
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
    move 'SQRTCERT' to bl-program.
    move extract-file-name(1:40) to bl-input.
    move spaces to bl-parms.
    string 'TOL=.' ws-cert-tol
        ' VERDICT=' ws-verdict delimited by size
        ' ID=' delimited by size
        ws-run-id delimited by space
        into bl-parms.
    move ws-checked-count to bl-read.
    move ws-passed-count  to bl-good.
    move ws-failed-count  to bl-bad.
    if ws-verdict is equal to 'PASS'
        move 'COMPLETE' to bl-outcome
    else
        move 'CERT FAILED' to bl-outcome
    end-if.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
