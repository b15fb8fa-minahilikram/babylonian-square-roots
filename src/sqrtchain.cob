    select optional chain-file assign to dynamic chain-file-name
    organization is line sequential.
    select standard-output assign to display.
    select optional cert-control-file assign to dynamic cert-control-name
    organization is line sequential.

data division.

    01 chain-io-record picture x(80).
fd standard-output.
    01 out-line picture x(120).
fd cert-control-file.
    01 cert-control-io-record picture x(100).

working-storage section.
77 ws-run-date-env picture x(8) value spaces.
77 ws-step-count  picture 9(2) value 8.
77 ws-step-idx    picture 9(2) value 0.
77 ws-scan-idx    picture 9(2) value 0.
77 ws-chain-stop  picture x    value 'N'.
77 ws-fail-steps  picture 9(5) value 0.

77 ws-restart-prefix picture x(16) value spaces.
77 ws-chain-restart  picture x value 'N'.
77 ws-auth-function  picture x(8)  value 'RESTART'.
77 ws-auth-program   picture x(12) value 'SQRTCHAIN'.
77 ws-auth-result    picture x     value 'N'.
77 ws-sla-exe        picture x(40) value spaces.

01 ws-step-table.
   02 ws-step-entry occurs 8 times.
      03 ws-step-name  picture x(12).
      03 ws-step-exe   picture x(40).
      03 ws-step-done  picture x.
      03 ws-step-tried picture x.

01 chain-file-name picture x(20).
01 cert-control-name picture x(40).
copy SQRTCERT.
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

copy SQRTCHN.

01 chain-timestamp.
   02 chain-ts-date.
      03 chain-ts-mi   picture 9(2).
      03 chain-ts-ss   picture 9(2).
01 ws-stamp picture x(19) value spaces.
01 ws-chain-stamp picture x(19) value spaces.

01 title-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(3)  value 'rc '.
   02 ssl-rc      picture zzz9.

01 not-auth-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(53) value
      'chain restart, operator not authorized, nothing run'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'steps run.......'.
    end-if.
    string 'SQRTCHN' report-yyyy report-mm report-dd '.JCF'
        delimited by size into chain-file-name.
    string 'SQRTCERT' report-yyyy report-mm report-dd '.CTL'
        delimited by size into cert-control-name.

    move 'SQRTCONV'  to ws-step-name(1).
    move 'SQRT'      to ws-step-name(2).
    move 'SQRTCERT'  to ws-step-name(3).
    move 'SQRTREPROC' to ws-step-name(4).
    move 'RECONCILE' to ws-step-name(5).
    move 'SQRTACK'   to ws-step-name(6).
    move 'DASHBOARD' to ws-step-name(7).
    move 'ARCHIVER'  to ws-step-name(8).
    perform load-step-exes.

    open output standard-output.
    write out-line from title-line after advancing 0 lines.

    perform load-chain-history thru lch-done.
    perform note-chain-restart
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than ws-step-count.
    if ws-chain-restart is equal to 'Y'
        call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
            ws-auth-result
        if ws-auth-result is not equal to 'Y'
            write out-line from not-auth-mess after advancing 1 line
            close standard-output
            move 8 to return-code
            stop run
        end-if
    end-if.

    move spaces to chain-record.
    move 'CHAIN' to chn-step.
    perform stamp-chain-timestamp.
    move ws-stamp to chn-start, ws-chain-stamp.
    move 'STARTED' to chn-outcome.
    move zero to chn-rc.
    perform write-chain-record.
    perform start-sla-watch.
    perform run-one-step thru run-one-step-exit
        varying ws-step-idx from 1 by 1
        until ws-step-idx is greater than ws-step-count
            or ws-chain-is-stopped.
    move spaces to chain-record.
    move 'CHAIN' to chn-step.
    move ws-chain-stamp to chn-start.
    perform stamp-chain-timestamp.
    move ws-stamp to chn-end.
    if ws-fail-steps is greater than zero
        move 'FAILED' to chn-outcome
        move 8 to chn-rc
    else
        move 'COMPLETE' to chn-outcome
        move zero to chn-rc
    end-if.
    perform write-chain-record.

    move ws-run-steps  to trl-run.
    move ws-skip-steps to trl-skipped.
    if ws-step-exe(2) is equal to spaces
        move './sqrt' to ws-step-exe(2)
    end-if.
    accept ws-step-exe(3) from environment 'CERT_EXE'.
    if ws-step-exe(3) is equal to spaces
        move './sqrtcert' to ws-step-exe(3)
    end-if.
    accept ws-step-exe(4) from environment 'REPROC_EXE'.
    if ws-step-exe(4) is equal to spaces
        move './sqrtreproc' to ws-step-exe(4)
    end-if.
    accept ws-step-exe(5) from environment 'RECON_EXE'.
    if ws-step-exe(5) is equal to spaces
        move './reconcile' to ws-step-exe(5)
    end-if.
    accept ws-step-exe(6) from environment 'ACK_EXE'.
    if ws-step-exe(6) is equal to spaces
        move './sqrtack' to ws-step-exe(6)
    end-if.
    accept ws-step-exe(7) from environment 'DASH_EXE'.
    if ws-step-exe(7) is equal to spaces
        move './dashboard' to ws-step-exe(7)
    end-if.
    accept ws-step-exe(8) from environment 'ARCHIVER_EXE'.
    if ws-step-exe(8) is equal to spaces
        move './archiver' to ws-step-exe(8)
    end-if.
    accept ws-sla-exe from environment 'SLA_EXE'.
    if ws-sla-exe is equal to spaces
        move './sqrtsla' to ws-sla-exe
    end-if.
    perform init-step-flags thru init-step-flags-exit
        varying ws-step-idx from 1 by 1
mark-step-history-exit.
    exit.

note-chain-restart.
    if ws-step-done(ws-scan-idx) is equal to 'Y'
            or ws-step-tried(ws-scan-idx) is equal to 'Y'
        move 'Y' to ws-chain-restart
    end-if.

run-one-step.
    if ws-step-done(ws-step-idx) is equal to 'Y'
        add 1 to ws-skip-steps
    move ws-step-name(ws-step-idx) to chn-step.
    perform stamp-chain-timestamp.
    move ws-stamp to chn-start.
    move 'STARTED' to chn-outcome.
    move zero to chn-rc.
    perform write-chain-record.
    move spaces to ws-restart-prefix.
    if ws-step-name(ws-step-idx) is equal to 'SQRT'
            and ws-step-tried(ws-step-idx) is equal to 'Y'
    if ws-step-rc is less than zero
        compute ws-step-rc = - ws-step-rc
    end-if.
    if ws-step-name(ws-step-idx) is equal to 'SQRTCERT'
            and ws-step-rc is not greater than 4
        perform check-cert-control
    end-if.
    perform stamp-chain-timestamp.
    move ws-stamp to chn-end.
    add 1 to ws-run-steps.
        move 'COMPLETE' to chn-outcome
    end-if.
    move ws-step-rc to chn-rc.
    perform write-chain-record.
    move ws-step-name(ws-step-idx) to ssl-step.
    move chn-outcome to ssl-outcome.
    move ws-step-rc  to ssl-rc.
run-one-step-exit.
    exit.

check-cert-control.
    move spaces to cert-control-rec.
    open input cert-control-file.
    read cert-control-file into cert-control-rec
        at end move spaces to cert-control-rec
    end-read.
    close cert-control-file.
    if cc-marker is not equal to 'CRT'
            or cc-date is not equal to report-run-date
            or cc-verdict is not equal to 'PASS'
        move 8 to ws-step-rc
    end-if.

write-chain-record.
    open extend chain-file.
    write chain-io-record from chain-record.
    close chain-file.

start-sla-watch.
    move spaces to ws-command.
    string 'SQRTSLA_MODE=WATCH SQRT_RUN_DATE=' delimited by size
        report-yyyy report-mm report-dd delimited by size
        ' ' delimited by size
        ws-sla-exe delimited by space
        ' > SQRTSLA' delimited by size
        report-yyyy report-mm report-dd delimited by size
        '.OUT 2>&1 &' delimited by size
        into ws-command.
    call 'SYSTEM' using ws-command.

stamp-chain-timestamp.
    move function current-date(1:8) to chain-ts-date.
    move function current-date(9:6) to chain-ts-time.
