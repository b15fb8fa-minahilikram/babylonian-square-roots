identification division.
program-id. SQRTSLA.
environment division.
input-output section.

file-control.
    select optional window-file assign to dynamic window-file-name
    organization is line sequential.
    select optional chain-file assign to dynamic chain-file-name
    organization is line sequential.
    select optional alert-file assign to "SQRTSLA.ALR"
    organization is line sequential.
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.

data division.

file section.
fd window-file.
    01 window-io-record picture x(80).
fd chain-file.
    01 chain-io-record picture x(80).
fd alert-file.
    01 alert-io-record picture x(100).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).

working-storage section.
copy SQRTSLA.
copy SQRTCHN.

77 ws-mode         picture x(8) value spaces.
77 ws-run-date-env picture x(8) value spaces.
77 ws-nights-env   picture x(3) value spaces.
77 ws-nights       picture 9(3) value 30.
77 ws-nights-max   picture 9(3) value 40.
77 ws-night-idx    picture 9(3) value 0.
77 ws-end-int      picture 9(9) value 0.
77 ws-day-int      picture 9(9) value 0.
77 ws-night-date   picture 9(8) value 0.
77 ws-poll-seconds picture 9(5) value 60.
77 ws-max-polls    picture 9(5) value 720.
77 ws-poll-idx     picture 9(5) value 0.
77 ws-command      picture x(200) value spaces.

01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).
01 window-file-name picture x(40).
01 chain-file-name  picture x(20).
01 report-file-name picture x(20).

01 ws-step-table.
   02 ws-step-entry occurs 8 times.
      03 st-code       picture x(8).
      03 st-name       picture x(12).
      03 st-window     picture x(1).
      03 st-duration   picture 9(4).
      03 st-latest     picture 9(4).
      03 st-start      picture x(19).
      03 st-end        picture x(19).
      03 st-outcome    picture x(12).
      03 st-alert-dur  picture x(1).
      03 st-alert-late picture x(1).
      03 st-nights     picture 9(3).
      03 st-tot-secs   picture 9(9).
      03 st-max-secs   picture 9(7).
      03 st-long       picture 9(3).
      03 st-late       picture 9(3).
      03 st-failed     picture 9(3).
      03 st-notrun     picture 9(3).
77 ws-step-count   picture 9(2) value 8.
77 ws-sx           picture 9(2) value 0.
77 ws-scan-idx     picture 9(2) value 0.
77 ws-last-sx      picture 9(2) value 0.
77 ws-run-sx       picture 9(2) value 0.
77 ws-window-count picture 9(3) value 0.

77 ws-chain-records picture 9(5) value 0.
77 ws-chain-ended   picture x value 'N'.
   88 ws-chain-has-ended         value 'Y'.
77 ws-proj-alerted  picture x value 'N'.
77 ws-alert-count   picture 9(5) value 0.
77 ws-last-breach   picture x value 'N'.
01 ws-base-ts       picture x(19) value spaces.
01 ws-now-ts        picture x(19) value spaces.

01 ws-ts-view.
   02 tv-yyyy picture 9(4).
   02 filler  picture x(1).
   02 tv-mm   picture 9(2).
   02 filler  picture x(1).
   02 tv-dd   picture 9(2).
   02 filler  picture x(1).
   02 tv-hh   picture 9(2).
   02 filler  picture x(1).
   02 tv-mi   picture 9(2).
   02 filler  picture x(1).
   02 tv-ss   picture 9(2).
01 ws-now-stamp.
   02 now-date.
      03 now-yyyy picture 9(4).
      03 now-mm   picture 9(2).
      03 now-dd   picture 9(2).
   02 now-time.
      03 now-hh   picture 9(2).
      03 now-mi   picture 9(2).
      03 now-ss   picture 9(2).
01 ws-hhmm-view.
   02 hv-hh picture 9(2).
   02 hv-mi picture 9(2).
77 ws-ts-date       picture 9(8) value 0.
77 ws-secs          picture 9(11) value 0.
77 ws-rem-secs      picture 9(5) value 0.
77 ws-now-secs      picture 9(11) value 0.
77 ws-start-secs    picture 9(11) value 0.
77 ws-ref-secs      picture 9(11) value 0.
77 ws-elapsed       picture 9(9) value 0.
77 ws-expected-secs picture 9(9) value 0.
77 ws-base-day      picture 9(9) value 0.
77 ws-base-hhmm     picture 9(4) value 0.
77 ws-deadline      picture 9(11) value 0.
77 ws-final-deadline picture 9(11) value 0.
77 ws-proj-secs     picture 9(11) value 0.
77 ws-minutes       picture 9(5) value 0.
77 ws-long-flag     picture x value 'N'.
77 ws-late-flag     picture x value 'N'.
01 ws-proj-text     picture x(16) value spaces.
01 ws-proj-view redefines ws-proj-text.
   02 pv-yyyy picture 9(4).
   02 filler  picture x(1).
   02 pv-mm   picture 9(2).
   02 filler  picture x(1).
   02 pv-dd   picture 9(2).
   02 filler  picture x(1).
   02 pv-hh   picture 9(2).
   02 filler  picture x(1).
   02 pv-mi   picture 9(2).

77 ws-page-lines    picture 9(3) value 60.
77 ws-line-count    picture 9(3) value 0.
77 ws-page-no       picture 9(4) value 0.
77 ws-advance       picture 9(1) value 1.
01 ws-out-line      picture x(132).
77 ws-summary-flag  picture x value 'N'.
   88 ws-in-summary              value 'Y'.

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(28) value 'nightly chain batch-window '.
   02 ttl-mode  picture x(6).
   02 filler picture x(14) value '    run date  '.
   02 ttl-date  picture x(8).

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(34) value 'nightly chain batch-window report'.
   02 filler picture x(14) value '    run date  '.
   02 phl-date  picture x(8).
   02 filler picture x(12) value '    nights  '.
   02 phl-nights picture zz9.
   02 filler picture x(10) value '    page  '.
   02 phl-page  picture zzz9.

01 under-line.
   02 filler picture x(100) value all '-'.

01 night-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'night'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(12) value 'step'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(5)  value 'start'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(5)  value '  end'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'actual'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'expect'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'latest'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(12) value 'status'.

01 night-line.
   02 filler picture x(1)  value spaces.
   02 ngl-date     picture x(10).
   02 filler picture x(2)  value spaces.
   02 ngl-step     picture x(12).
   02 filler picture x(2)  value spaces.
   02 ngl-start    picture x(5).
   02 filler picture x(2)  value spaces.
   02 ngl-end      picture x(5).
   02 filler picture x(2)  value spaces.
   02 ngl-actual   picture x(6).
   02 filler picture x(2)  value spaces.
   02 ngl-expected picture x(6).
   02 filler picture x(2)  value spaces.
   02 ngl-latest   picture x(6).
   02 filler picture x(2)  value spaces.
   02 ngl-status   picture x(12).
77 ws-mins-edit     picture zzzzz9.

01 no-chain-line.
   02 filler picture x(1)  value spaces.
   02 ncl-date     picture x(10).
   02 filler picture x(2)  value spaces.
   02 filler picture x(24) value 'no chain history'.

01 summary-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(40) value 'step summary, actual against window'.

01 summary-cols.
   02 filler picture x(1)  value spaces.
   02 filler picture x(12) value 'step'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'nights'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value '   avg'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value '   max'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'expect'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'latest'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value '  long'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value '  late'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(6)  value 'failed'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(7)  value 'not run'.

01 summary-line.
   02 filler picture x(1)  value spaces.
   02 sml-step     picture x(12).
   02 filler picture x(2)  value spaces.
   02 sml-nights   picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-avg      picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-max      picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-expected picture x(6).
   02 filler picture x(2)  value spaces.
   02 sml-latest   picture x(6).
   02 filler picture x(2)  value spaces.
   02 sml-long     picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-late     picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-failed   picture zzzzz9.
   02 filler picture x(2)  value spaces.
   02 sml-notrun   picture zzzzzz9.

01 watch-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(5)  value 'pass.'.
   02 wtl-pass     picture zzzz9.
   02 filler picture x(2)  value spaces.
   02 wtl-time     picture x(8).
   02 filler picture x(2)  value spaces.
   02 wtl-running  picture x(12).
   02 filler picture x(2)  value spaces.
   02 filler picture x(8)  value 'elapsed '.
   02 wtl-elapsed  picture zzzz9.
   02 filler picture x(4)  value ' min'.
   02 filler picture x(20) value '  projected finish  '.
   02 wtl-proj     picture x(16).

01 alert-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(11) value 'SLA ALERT  '.
   02 all-kind     picture x(8).
   02 filler picture x(2)  value spaces.
   02 all-step     picture x(12).
   02 filler picture x(10) value '  elapsed '.
   02 all-elapsed  picture zzzz9.
   02 filler picture x(11) value ' min, exp. '.
   02 all-expected picture zzzz9.
   02 filler picture x(10) value ', latest  '.
   02 all-latest   picture 9(4).
   02 filler picture x(20) value '  projected finish  '.
   02 all-proj     picture x(16).

01 no-window-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(42) value 'no SLA window cards found, nothing watched'.

01 watch-trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'poll passes.....'.
   02 wtr-passes   picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'alerts written..'.
   02 wtr-alerts   picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'chain ended.....'.
   02 wtr-ended    picture x(3).

procedure division.
    accept ws-mode from environment 'SQRTSLA_MODE'.
    if ws-mode is not equal to 'WATCH'
        move 'REPORT' to ws-mode
    end-if.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is numeric
        move ws-run-date-env to report-run-date
    else
        move function current-date(1:8) to report-run-date
    end-if.
    accept window-file-name from environment 'SQRTSLA_WINDOW'.
    if window-file-name is equal to spaces
        move 'SQRTSLA.DAT' to window-file-name
    end-if.
    move 'CONV'     to st-code(1).
    move 'SQRTCONV' to st-name(1).
    move 'SQRT'     to st-code(2).
    move 'SQRT'     to st-name(2).
    move 'CERT'     to st-code(3).
    move 'SQRTCERT' to st-name(3).
    move 'REPROC'   to st-code(4).
    move 'SQRTREPROC' to st-name(4).
    move 'RECON'    to st-code(5).
    move 'RECONCILE' to st-name(5).
    move 'ACK'      to st-code(6).
    move 'SQRTACK'  to st-name(6).
    move 'DASH'     to st-code(7).
    move 'DASHBOARD' to st-name(7).
    move 'ARCHIVER' to st-code(8).
    move 'ARCHIVER' to st-name(8).
    perform init-step
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-step-count.
    perform load-window thru lw-done.

    open output standard-output.
    move ws-mode to ttl-mode.
    move report-run-date to ttl-date.
    write out-line from title-line after advancing 0 lines.
    if ws-mode is equal to 'WATCH'
        perform watch-chain thru watch-chain-done
    else
        perform report-window thru report-window-done
    end-if.
    close standard-output.
stop run.

init-step.
    move 'N' to st-window(ws-sx), st-alert-dur(ws-sx),
        st-alert-late(ws-sx).
    move zero to st-duration(ws-sx), st-latest(ws-sx),
        st-nights(ws-sx), st-tot-secs(ws-sx), st-max-secs(ws-sx),
        st-long(ws-sx), st-late(ws-sx), st-failed(ws-sx),
        st-notrun(ws-sx).
    move spaces to st-start(ws-sx), st-end(ws-sx), st-outcome(ws-sx).

load-window.
    open input window-file.
lw1.
    read window-file into sla-window-card at end go to lw-close end-read.
    if sla-window-card(1:1) is equal to '*'
            or sla-window-card is equal to spaces
        go to lw1
    end-if.
    if sw-duration is not numeric or sw-latest is not numeric
        go to lw1
    end-if.
    move zero to ws-sx.
    perform match-window-step
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than ws-step-count.
    if ws-sx is greater than zero
        if st-window(ws-sx) is not equal to 'Y'
            add 1 to ws-window-count
        end-if
        move 'Y' to st-window(ws-sx)
        move sw-duration to st-duration(ws-sx)
        move sw-latest to st-latest(ws-sx)
        if ws-sx is greater than ws-last-sx
            move ws-sx to ws-last-sx
        end-if
    end-if.
    go to lw1.
lw-close.
    close window-file.
lw-done.
    exit.

match-window-step.
    if st-code(ws-scan-idx) is equal to sw-step
        move ws-scan-idx to ws-sx
    end-if.

match-chain-step.
    if st-name(ws-scan-idx) is equal to chn-step
        move ws-scan-idx to ws-sx
    end-if.

read-chain-file.
    perform clear-step-run
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-step-count.
    move spaces to ws-base-ts.
    move 'N' to ws-chain-ended.
    move zero to ws-chain-records.
    open input chain-file.
rcf1.
    read chain-file into chain-record at end go to rcf-close end-read.
    add 1 to ws-chain-records.
    if ws-base-ts is equal to spaces
        move chn-start to ws-base-ts
    end-if.
    if chn-step is equal to 'CHAIN'
        if chn-outcome is equal to 'STARTED'
            move 'N' to ws-chain-ended
        else
            move 'Y' to ws-chain-ended
        end-if
        go to rcf1
    end-if.
    move zero to ws-sx.
    perform match-chain-step
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than ws-step-count.
    if ws-sx is equal to zero
        go to rcf1
    end-if.
    move chn-start to st-start(ws-sx).
    if chn-outcome is equal to 'STARTED'
        move spaces to st-end(ws-sx)
        move 'RUNNING' to st-outcome(ws-sx)
    else
        move chn-end to st-end(ws-sx)
        move chn-outcome to st-outcome(ws-sx)
    end-if.
    go to rcf1.
rcf-close.
    close chain-file.
    if ws-base-ts is not equal to spaces
        move ws-base-ts to ws-ts-view
        perform ts-to-secs
        compute ws-base-day = function integer-of-date(ws-ts-date)
        compute ws-base-hhmm = tv-hh * 100 + tv-mi
    end-if.
rcf-done.
    exit.

clear-step-run.
    move spaces to st-start(ws-sx), st-end(ws-sx), st-outcome(ws-sx).

ts-to-secs.
    compute ws-ts-date = tv-yyyy * 10000 + tv-mm * 100 + tv-dd.
    compute ws-secs = function integer-of-date(ws-ts-date) * 86400
        + tv-hh * 3600 + tv-mi * 60 + tv-ss.

secs-to-text.
    divide ws-secs by 86400 giving ws-day-int remainder ws-rem-secs.
    compute ws-ts-date = function date-of-integer(ws-day-int).
    move ws-ts-date(1:4) to pv-yyyy.
    move ws-ts-date(5:2) to pv-mm.
    move ws-ts-date(7:2) to pv-dd.
    move '-' to ws-proj-text(5:1), ws-proj-text(8:1).
    move ' ' to ws-proj-text(11:1).
    move ':' to ws-proj-text(14:1).
    divide ws-rem-secs by 3600 giving pv-hh.
    compute pv-mi = (ws-rem-secs - pv-hh * 3600) / 60.

compute-deadline.
    move st-latest(ws-sx) to ws-hhmm-view.
    compute ws-deadline = ws-base-day * 86400
        + hv-hh * 3600 + hv-mi * 60.
    if st-latest(ws-sx) is less than ws-base-hhmm
        add 86400 to ws-deadline
    end-if.

stamp-now.
    move function current-date(1:8) to now-date.
    move function current-date(9:6) to now-time.
    move spaces to ws-now-ts.
    string now-yyyy '-' now-mm '-' now-dd ' '
           now-hh ':' now-mi ':' now-ss
           delimited by size into ws-now-ts.
    move ws-now-ts to ws-ts-view.
    perform ts-to-secs.
    move ws-secs to ws-now-secs.

watch-chain.
    if ws-window-count is equal to zero
        write out-line from no-window-mess after advancing 1 line
        go to watch-chain-done
    end-if.
    perform load-alerts thru la-done.
    accept ws-poll-seconds from environment 'SQRTSLA_POLL_SECONDS'.
    if ws-poll-seconds is equal to zero
        move 60 to ws-poll-seconds
    end-if.
    accept ws-max-polls from environment 'SQRTSLA_MAX_POLLS'.
    if ws-max-polls is equal to zero
        move 720 to ws-max-polls
    end-if.
    string 'SQRTCHN' report-yyyy report-mm report-dd '.JCF'
        delimited by size into chain-file-name.
wc1.
    add 1 to ws-poll-idx.
    perform read-chain-file thru rcf-done.
    perform stamp-now.
    move ws-poll-idx to wtl-pass.
    move ws-now-ts(12:8) to wtl-time.
    move spaces to wtl-running, wtl-proj.
    move zero to wtl-elapsed.
    if ws-base-ts is not equal to spaces and not ws-chain-has-ended
        perform project-finish
        move ws-proj-text to wtl-proj
        perform check-step-sla thru check-step-sla-exit
            varying ws-sx from 1 by 1
            until ws-sx is greater than ws-step-count
        if ws-run-sx is greater than zero
            move st-name(ws-run-sx) to wtl-running
            move st-start(ws-run-sx) to ws-ts-view
            perform ts-to-secs
            compute wtl-elapsed = (ws-now-secs - ws-secs) / 60
        end-if
    end-if.
    write out-line from watch-line after advancing 1 line.
    if ws-chain-has-ended
        go to wc-finish
    end-if.
    if ws-poll-idx is not less than ws-max-polls
        go to wc-finish
    end-if.
    move spaces to ws-command.
    string 'sleep ' delimited by size
        ws-poll-seconds delimited by size
        into ws-command.
    call 'SYSTEM' using ws-command.
    go to wc1.
wc-finish.
    move ws-poll-idx    to wtr-passes.
    move ws-alert-count to wtr-alerts.
    if ws-chain-has-ended
        move 'yes' to wtr-ended
    else
        move 'no' to wtr-ended
    end-if.
    write out-line from watch-trailer-line after advancing 2 lines.
    if ws-alert-count is greater than zero
        move 4 to return-code
    end-if.
watch-chain-done.
    exit.

load-alerts.
    open input alert-file.
la1.
    read alert-file into sla-alert-rec at end go to la-close end-read.
    if sa-run-date is not equal to report-run-date
        go to la1
    end-if.
    if sa-kind is equal to 'PROJECT'
        move 'Y' to ws-proj-alerted
        go to la1
    end-if.
    move sa-step to chn-step.
    move zero to ws-sx.
    perform match-chain-step
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than ws-step-count.
    if ws-sx is greater than zero
        if sa-kind is equal to 'DURATION'
            move 'Y' to st-alert-dur(ws-sx)
        else
            move 'Y' to st-alert-late(ws-sx)
        end-if
    end-if.
    go to la1.
la-close.
    close alert-file.
la-done.
    exit.

project-finish.
    move ws-now-secs to ws-proj-secs.
    move zero to ws-run-sx.
    perform project-step
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-step-count.
    move ws-proj-secs to ws-secs.
    perform secs-to-text.
    move ws-last-sx to ws-sx.
    perform compute-deadline.
    move ws-deadline to ws-final-deadline.
    if ws-proj-secs is greater than ws-final-deadline
            and ws-proj-alerted is not equal to 'Y'
        move 'Y' to ws-proj-alerted
        move spaces to sla-alert-rec
        move 'CHAIN' to sa-step
        move 'PROJECT' to sa-kind
        move zero to sa-elapsed, sa-expected
        move st-latest(ws-last-sx) to sa-latest
        perform write-alert
    end-if.

project-step.
    if st-start(ws-sx) is not equal to spaces
            and st-end(ws-sx) is equal to spaces
        move ws-sx to ws-run-sx
    end-if.
    if st-window(ws-sx) is equal to 'Y'
        compute ws-expected-secs = st-duration(ws-sx) * 60
        if st-start(ws-sx) is equal to spaces
            add ws-expected-secs to ws-proj-secs
        else
            if st-end(ws-sx) is equal to spaces
                move st-start(ws-sx) to ws-ts-view
                perform ts-to-secs
                compute ws-elapsed = ws-now-secs - ws-secs
                if ws-elapsed is less than ws-expected-secs
                    compute ws-proj-secs = ws-proj-secs
                        + ws-expected-secs - ws-elapsed
                end-if
            end-if
        end-if
    end-if.

check-step-sla.
    if st-window(ws-sx) is not equal to 'Y'
            or st-start(ws-sx) is equal to spaces
        go to check-step-sla-exit
    end-if.
    move st-start(ws-sx) to ws-ts-view.
    perform ts-to-secs.
    move ws-secs to ws-start-secs.
    if st-end(ws-sx) is equal to spaces
        move ws-now-secs to ws-ref-secs
    else
        move st-end(ws-sx) to ws-ts-view
        perform ts-to-secs
        move ws-secs to ws-ref-secs
    end-if.
    compute ws-elapsed = ws-ref-secs - ws-start-secs.
    compute ws-expected-secs = st-duration(ws-sx) * 60.
    move spaces to sla-alert-rec.
    move st-name(ws-sx) to sa-step.
    compute sa-elapsed = ws-elapsed / 60.
    move st-duration(ws-sx) to sa-expected.
    move st-latest(ws-sx) to sa-latest.
    if ws-elapsed is greater than ws-expected-secs
            and st-alert-dur(ws-sx) is not equal to 'Y'
        move 'Y' to st-alert-dur(ws-sx)
        move 'DURATION' to sa-kind
        perform write-alert
    end-if.
    perform compute-deadline.
    if ws-ref-secs is greater than ws-deadline
            and st-alert-late(ws-sx) is not equal to 'Y'
        move 'Y' to st-alert-late(ws-sx)
        move 'LATEST' to sa-kind
        perform write-alert
    end-if.
check-step-sla-exit.
    exit.

write-alert.
    move ws-now-ts to sa-ts.
    move report-run-date to sa-run-date.
    move ws-proj-text to sa-projected.
    open extend alert-file.
    write alert-io-record from sla-alert-rec.
    close alert-file.
    add 1 to ws-alert-count.
    move sa-kind     to all-kind.
    move sa-step     to all-step.
    move sa-elapsed  to all-elapsed.
    move sa-expected to all-expected.
    move sa-latest   to all-latest.
    move sa-projected to all-proj.
    write out-line from alert-line after advancing 1 line.

report-window.
    string 'SQRTSLA' report-yyyy report-mm report-dd '.RPT'
        delimited by size into report-file-name.
    accept ws-nights-env from environment 'SQRTSLA_NIGHTS'.
    if ws-nights-env is not equal to spaces
        move function numval(ws-nights-env) to ws-nights
    end-if.
    if ws-nights is equal to zero
        move 30 to ws-nights
    end-if.
    if ws-nights is greater than ws-nights-max
        move ws-nights-max to ws-nights
    end-if.
    compute ws-end-int =
        function integer-of-date(function numval(report-run-date)).
    open output report-file.
    move report-run-date to phl-date.
    move ws-nights to phl-nights.
    move zero to ws-page-no.
    perform page-heading.
    perform report-night thru report-night-exit
        varying ws-night-idx from ws-nights by -1
        until ws-night-idx is less than 1.

    move 'Y' to ws-summary-flag.
    perform page-heading.
    write out-line from summary-head-line after advancing 2 lines.
    write out-line from summary-cols after advancing 2 lines.
    perform report-step-summary
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-step-count.
    close report-file.
    if ws-last-breach is equal to 'Y'
        move 4 to return-code
    end-if.
report-window-done.
    exit.

report-night.
    compute ws-day-int = ws-end-int - ws-night-idx + 1.
    compute ws-night-date = function date-of-integer(ws-day-int).
    move spaces to chain-file-name.
    string 'SQRTCHN' ws-night-date '.JCF'
        delimited by size into chain-file-name.
    perform read-chain-file thru rcf-done.
    move spaces to ngl-date.
    string ws-night-date(1:4) '-' ws-night-date(5:2) '-'
        ws-night-date(7:2) delimited by size into ngl-date.
    if ws-chain-records is equal to zero
        move ngl-date to ncl-date
        move no-chain-line to ws-out-line
        move 1 to ws-advance
        perform put-report-line
        go to report-night-exit
    end-if.
    move 2 to ws-advance.
    perform report-step-night thru report-step-night-exit
        varying ws-sx from 1 by 1 until ws-sx is greater than ws-step-count.
report-night-exit.
    exit.

report-step-night.
    if st-start(ws-sx) is equal to spaces
            and st-window(ws-sx) is not equal to 'Y'
        go to report-step-night-exit
    end-if.
    move st-name(ws-sx) to ngl-step.
    move spaces to ngl-start, ngl-end, ngl-actual, ngl-expected,
        ngl-latest, ngl-status.
    if st-window(ws-sx) is equal to 'Y'
        move st-duration(ws-sx) to ws-mins-edit
        move ws-mins-edit to ngl-expected
        move st-latest(ws-sx) to ws-hhmm-view
        string '  ' hv-hh hv-mi delimited by size into ngl-latest
    end-if.
    if st-start(ws-sx) is equal to spaces
        add 1 to st-notrun(ws-sx)
        move 'NOT RUN' to ngl-status
        if ws-night-idx is equal to 1
            move 'Y' to ws-last-breach
        end-if
        go to report-step-night-line
    end-if.
    move st-start(ws-sx)(12:5) to ngl-start.
    if st-end(ws-sx) is equal to spaces
        add 1 to st-failed(ws-sx)
        move 'NO END' to ngl-status
        if ws-night-idx is equal to 1
            move 'Y' to ws-last-breach
        end-if
        go to report-step-night-line
    end-if.
    move st-end(ws-sx)(12:5) to ngl-end.
    move st-start(ws-sx) to ws-ts-view.
    perform ts-to-secs.
    move ws-secs to ws-start-secs.
    move st-end(ws-sx) to ws-ts-view.
    perform ts-to-secs.
    move ws-secs to ws-ref-secs.
    compute ws-elapsed = ws-ref-secs - ws-start-secs.
    compute ws-minutes = ws-elapsed / 60.
    move ws-minutes to ws-mins-edit.
    move ws-mins-edit to ngl-actual.
    add 1 to st-nights(ws-sx).
    add ws-elapsed to st-tot-secs(ws-sx).
    if ws-elapsed is greater than st-max-secs(ws-sx)
        move ws-elapsed to st-max-secs(ws-sx)
    end-if.
    move 'N' to ws-long-flag, ws-late-flag.
    if st-window(ws-sx) is equal to 'Y'
        if ws-elapsed is greater than st-duration(ws-sx) * 60
            move 'Y' to ws-long-flag
            add 1 to st-long(ws-sx)
        end-if
        perform compute-deadline
        if ws-ref-secs is greater than ws-deadline
            move 'Y' to ws-late-flag
            add 1 to st-late(ws-sx)
        end-if
    end-if.
    if st-outcome(ws-sx) is not equal to 'COMPLETE'
        add 1 to st-failed(ws-sx)
        move st-outcome(ws-sx) to ngl-status
    else
        if st-window(ws-sx) is not equal to 'Y'
            move 'NO WINDOW' to ngl-status
        else
            if ws-long-flag is equal to 'Y' and ws-late-flag is equal to 'Y'
                move 'LONG+LATE' to ngl-status
            else
                if ws-long-flag is equal to 'Y'
                    move 'LONG' to ngl-status
                else
                    if ws-late-flag is equal to 'Y'
                        move 'LATE' to ngl-status
                    else
                        move 'OK' to ngl-status
                    end-if
                end-if
            end-if
        end-if
    end-if.
    if ws-night-idx is equal to 1
            and (ws-long-flag is equal to 'Y' or ws-late-flag is equal to 'Y'
                or st-outcome(ws-sx) is not equal to 'COMPLETE')
        move 'Y' to ws-last-breach
    end-if.
report-step-night-line.
    move night-line to ws-out-line.
    perform put-report-line.
    move 1 to ws-advance.
    move spaces to ngl-date.
report-step-night-exit.
    exit.

report-step-summary.
    move st-name(ws-sx) to sml-step.
    move st-nights(ws-sx) to sml-nights.
    move zero to ws-minutes.
    if st-nights(ws-sx) is greater than zero
        compute ws-minutes =
            st-tot-secs(ws-sx) / st-nights(ws-sx) / 60
    end-if.
    move ws-minutes to sml-avg.
    compute ws-minutes = st-max-secs(ws-sx) / 60.
    move ws-minutes to sml-max.
    move spaces to sml-expected, sml-latest.
    if st-window(ws-sx) is equal to 'Y'
        move st-duration(ws-sx) to ws-mins-edit
        move ws-mins-edit to sml-expected
        move st-latest(ws-sx) to ws-hhmm-view
        string '  ' hv-hh hv-mi delimited by size into sml-latest
    else
        move '  none' to sml-latest
    end-if.
    move st-long(ws-sx)   to sml-long.
    move st-late(ws-sx)   to sml-late.
    move st-failed(ws-sx) to sml-failed.
    move st-notrun(ws-sx) to sml-notrun.
    write out-line from summary-line after advancing 1 line.
    move summary-line to ws-out-line.
    move 1 to ws-advance.
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
    if ws-in-summary
        write report-line from summary-head-line after advancing 2 lines
        write report-line from summary-cols after advancing 2 lines
    else
        write report-line from night-cols after advancing 2 lines
    end-if.
    write report-line from under-line after advancing 1 line.
    move 7 to ws-line-count.
