identification division.
program-id. SQRTBILL.
environment division.
input-output section.

file-control.
    select optional activity-file assign to "SQRTACT.DAT"
    organization is line sequential.
    select optional rate-file assign to "SQRTRATE.DAT"
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.
    select sort-work assign to "SORTWK01".
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.

data division.

file section.
fd activity-file.
    01 activity-io-record picture x(142).
fd rate-file.
    01 rate-io-record picture x(80).
fd batch-log-file.
    01 batch-log-io-record picture x(200).
sd sort-work.
    01 sort-record.
       02 sa-feed-id  picture x(8).
       02 sa-run-date picture 9(8).
       02 sa-activity picture x(142).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).

working-storage section.
copy SQRTACT.
copy SQRTRATE.
copy BATCHLOG.

77 ws-run-date-env  picture x(8) value spaces.
77 ws-month-env     picture x(6) value spaces.
01 ws-bill-month.
   02 ws-bill-yyyy picture 9(4).
   02 ws-bill-mm   picture 9(2).
01 ws-act-month.
   02 ws-act-yyyy  picture x(4).
   02 ws-act-mm    picture x(2).
01 report-file-name picture x(40).
01 ws-date-parts.
   02 ws-date-yyyy picture 9(4).
   02 ws-date-mm   picture 9(2).
   02 ws-date-dd   picture 9(2).

77 ws-page-lines    picture 9(3) value 60.
77 ws-line-count    picture 9(3) value 0.
77 ws-page-no       picture 9(4) value 0.
77 ws-advance       picture 9(1) value 1.
01 ws-out-line      picture x(132).
77 ws-summary-flag  picture x value 'N'.
   88 ws-in-summary              value 'Y'.

77 ws-rate-count    picture 9(3) value 0.
77 ws-rate-max      picture 9(3) value 50.
77 ws-rate-idx      picture 9(3) value 0.
77 ws-rate-hit      picture 9(3) value 0.
77 ws-default-idx   picture 9(3) value 0.
77 ws-rate-found    picture x    value 'N'.
   88 ws-rate-is-found           value 'Y'.
01 ws-rate-table.
   02 ws-rate-entry occurs 50 times.
      03 ws-rate-feed     picture x(8).
      03 ws-rate-client   picture x(20).
      03 ws-rate-computed picture 9(3)v9(4).
      03 ws-rate-cache    picture 9(3)v9(4).
      03 ws-rate-hp       picture 9(3)v9(4).
      03 ws-rate-reject   picture 9(3)v9(4).

77 ws-cur-computed  picture 9(3)v9(4) value 0.
77 ws-cur-cache     picture 9(3)v9(4) value 0.
77 ws-cur-hp        picture 9(3)v9(4) value 0.
77 ws-cur-reject    picture 9(3)v9(4) value 0.

77 ws-feed-flag     picture x value 'N'.
   88 ws-in-feed                 value 'Y'.
77 ws-cur-feed      picture x(8) value spaces.
77 ws-cur-date      picture 9(8) value 0.

77 ws-date-runs     picture 9(5) value 0.
77 ws-date-read     picture 9(9) value 0.
77 ws-date-computed picture 9(9) value 0.
77 ws-date-cache    picture 9(9) value 0.
77 ws-date-hp       picture 9(9) value 0.
77 ws-date-rejects  picture 9(9) value 0.
77 ws-line-amount   picture 9(9)v99 value 0.

77 ws-feed-runs     picture 9(5) value 0.
77 ws-feed-read     picture 9(9) value 0.
77 ws-feed-computed picture 9(9) value 0.
77 ws-feed-cache    picture 9(9) value 0.
77 ws-feed-hp       picture 9(9) value 0.
77 ws-feed-rejects  picture 9(9) value 0.
77 ws-feed-amount   picture 9(11)v99 value 0.

77 ws-all-runs      picture 9(5) value 0.
77 ws-all-read      picture 9(9) value 0.
77 ws-all-computed  picture 9(9) value 0.
77 ws-all-cache     picture 9(9) value 0.
77 ws-all-hp        picture 9(9) value 0.
77 ws-all-rejects   picture 9(9) value 0.
77 ws-all-amount    picture 9(11)v99 value 0.

77 ws-act-read-count picture 9(9) value 0.
77 ws-feed-count    picture 9(5) value 0.
77 ws-norate-count  picture 9(5) value 0.

77 ws-inv-runs      picture 9(9) value 0.
77 ws-inv-read      picture 9(9) value 0.
77 ws-inv-good      picture 9(9) value 0.
77 ws-inv-bad       picture 9(9) value 0.
77 ws-log-runs      picture 9(9) value 0.
77 ws-log-read      picture 9(9) value 0.
77 ws-log-good      picture 9(9) value 0.
77 ws-log-bad       picture 9(9) value 0.
77 ws-balance-flag  picture x value 'Y'.
   88 ws-in-balance              value 'Y'.

01 title-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(31) value 'sqrt service chargeback invoice'.
   02 filler picture x(11) value '    month  '.
   02 ttl-yyyy picture 9(4).
   02 filler picture x(1)  value '-'.
   02 ttl-mm   picture 9(2).

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(31) value 'sqrt service chargeback invoice'.
   02 filler picture x(11) value '    month  '.
   02 phl-yyyy picture 9(4).
   02 filler picture x(1)  value '-'.
   02 phl-mm   picture 9(2).
   02 filler picture x(10) value '    page  '.
   02 phl-page picture zzz9.

01 under-line.
   02 filler picture x(98) value all '-'.

01 feed-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(9)  value 'feed id  '.
   02 fhl-feed-id picture x(8).
   02 filler picture x(11) value '   client  '.
   02 fhl-client  picture x(20).
   02 filler picture x(14) value '   rate card  '.
   02 fhl-rate    picture x(12).

01 rate-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(18) value 'rates  computed   '.
   02 rtl-computed picture zz9.9999.
   02 filler picture x(14) value '   cache hit  '.
   02 rtl-cache    picture zz9.9999.
   02 filler picture x(19) value '   high precision  '.
   02 rtl-hp       picture zz9.9999.
   02 filler picture x(17) value '   reject/abort  '.
   02 rtl-reject   picture zz9.9999.

01 col-heads.
   02 filler picture x(1)  value spaces.
   02 filler picture x(10) value 'run date'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(4)  value 'runs'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(9)  value '     read'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(9)  value ' computed'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(9)  value 'cache hit'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(9)  value 'high prec'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(9)  value 'rej/abort'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(17) value '           amount'.

01 detail-line.
   02 filler picture x(1)  value spaces.
   02 dtl-yyyy     picture 9(4).
   02 filler picture x(1)  value '-'.
   02 dtl-mm       picture 9(2).
   02 filler picture x(1)  value '-'.
   02 dtl-dd       picture 9(2).
   02 filler picture x(3)  value spaces.
   02 dtl-runs     picture zzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-read     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-computed picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-cache    picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-hp       picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-rejects  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 dtl-amount   picture zz,zzz,zzz,zz9.99.

01 total-line.
   02 filler picture x(1)  value spaces.
   02 tol-label    picture x(10).
   02 filler picture x(2)  value spaces.
   02 tol-runs     picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-read     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-computed picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-cache    picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-hp       picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-rejects  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 tol-amount   picture zz,zzz,zzz,zz9.99.

01 summary-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(31) value 'chargeback summary, all feeds'.

01 count-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'feeds invoiced..'.
   02 cnt-feeds    picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'no rate card....'.
   02 cnt-norate   picture zzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'activity read...'.
   02 cnt-act-read picture zzzzzzzz9.

01 balance-line.
   02 filler picture x(1)  value spaces.
   02 bal-label    picture x(20).
   02 filler picture x(8)  value 'runs....'.
   02 bal-runs     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(8)  value 'read....'.
   02 bal-read     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(8)  value 'good....'.
   02 bal-good     picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(8)  value 'bad.....'.
   02 bal-bad      picture zzzzzzzz9.

01 in-balance-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(42) value
      'invoiced activity agrees with BATCHRUN.LOG'.

01 out-balance-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(50) value
      'invoiced activity OUT OF BALANCE with BATCHRUN.LOG'.

procedure division.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is not numeric
        move function current-date(1:8) to ws-run-date-env
    end-if.
    accept ws-month-env from environment 'SQRTBILL_MONTH'.
    if ws-month-env is numeric
        move ws-month-env to ws-bill-month
    else
        move ws-run-date-env(1:6) to ws-bill-month
    end-if.
    string 'SQRTINV' ws-bill-yyyy ws-bill-mm '.RPT'
        delimited by size into report-file-name.
    perform load-rate-card thru lrc-done.
    open output standard-output, output report-file.
    move ws-bill-yyyy to phl-yyyy, ttl-yyyy.
    move ws-bill-mm   to phl-mm, ttl-mm.
    move zero to ws-page-no.
    write out-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.

    sort sort-work
        on ascending key sa-feed-id sa-run-date
        with duplicates in order
        input procedure is select-activity thru select-activity-done
        output procedure is print-invoices thru print-invoices-done.

    perform scan-batch-log thru sbl-done.
    if ws-inv-runs is not equal to ws-log-runs
            or ws-inv-read is not equal to ws-log-read
            or ws-inv-good is not equal to ws-log-good
            or ws-inv-bad is not equal to ws-log-bad
        move 'N' to ws-balance-flag
    end-if.

    move 'Y' to ws-summary-flag.
    perform page-heading.
    move summary-head-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    write out-line from summary-head-line after advancing 2 lines.
    move 'all feeds' to tol-label.
    move ws-all-runs     to tol-runs.
    move ws-all-read     to tol-read.
    move ws-all-computed to tol-computed.
    move ws-all-cache    to tol-cache.
    move ws-all-hp       to tol-hp.
    move ws-all-rejects  to tol-rejects.
    move ws-all-amount   to tol-amount.
    write out-line from col-heads after advancing 1 line.
    write out-line from total-line after advancing 1 line.
    move col-heads to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move total-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    move ws-feed-count     to cnt-feeds.
    move ws-norate-count   to cnt-norate.
    move ws-act-read-count to cnt-act-read.
    write out-line from count-line after advancing 2 lines.
    move count-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move 'invoiced activity' to bal-label.
    move ws-inv-runs to bal-runs.
    move ws-inv-read to bal-read.
    move ws-inv-good to bal-good.
    move ws-inv-bad  to bal-bad.
    write out-line from balance-line after advancing 2 lines.
    move balance-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move 'BATCHRUN.LOG SQRT' to bal-label.
    move ws-log-runs to bal-runs.
    move ws-log-read to bal-read.
    move ws-log-good to bal-good.
    move ws-log-bad  to bal-bad.
    write out-line from balance-line after advancing 1 line.
    move balance-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    if ws-in-balance
        write out-line from in-balance-mess after advancing 2 lines
        move in-balance-mess to ws-out-line
    else
        write out-line from out-balance-mess after advancing 2 lines
        move out-balance-mess to ws-out-line
    end-if.
    move 2 to ws-advance.
    perform put-report-line.
    close standard-output, report-file.
    if not ws-in-balance
        move 8 to return-code
    else
        if ws-norate-count is greater than zero
            move 4 to return-code
        end-if
    end-if.
stop run.

load-rate-card.
    open input rate-file.
lrc1.
    read rate-file into rate-card at end go to lrc-close end-read.
    if rate-card(1:1) is equal to '*' or rate-card is equal to spaces
        go to lrc1
    end-if.
    if ws-rate-count is not less than ws-rate-max
        go to lrc1
    end-if.
    add 1 to ws-rate-count.
    move rc-feed-id   to ws-rate-feed(ws-rate-count).
    move rc-client    to ws-rate-client(ws-rate-count).
    move rc-computed  to ws-rate-computed(ws-rate-count).
    move rc-cache-hit to ws-rate-cache(ws-rate-count).
    move rc-hp        to ws-rate-hp(ws-rate-count).
    move rc-reject    to ws-rate-reject(ws-rate-count).
    if rc-feed-id is equal to 'DEFAULT'
        move ws-rate-count to ws-default-idx
    end-if.
    go to lrc1.
lrc-close.
    close rate-file.
lrc-done.
    exit.

select-activity.
    open input activity-file.
sa1.
    read activity-file into activity-rec at end go to sa-done end-read.
    add 1 to ws-act-read-count.
    if ac-read is not numeric or ac-run-date is not numeric
        go to sa1
    end-if.
    move ac-ts(1:4) to ws-act-yyyy.
    move ac-ts(6:2) to ws-act-mm.
    if ws-act-month is not equal to ws-bill-month
        go to sa1
    end-if.
    add 1 to ws-inv-runs.
    add ac-read to ws-inv-read.
    add ac-converged to ws-inv-good.
    compute ws-inv-bad = ws-inv-bad + ac-rejected + ac-aborted.
    move ac-feed-id  to sa-feed-id.
    move ac-run-date to sa-run-date.
    move activity-rec to sa-activity.
    release sort-record.
    go to sa1.
sa-done.
    close activity-file.
select-activity-done.
    exit.

print-invoices.
    move zero to ws-line-count.
pi1.
    return sort-work at end go to pi-end end-return.
    move sa-activity to activity-rec.
    if not ws-in-feed or sa-feed-id is not equal to ws-cur-feed
        if ws-in-feed
            perform date-break
            perform feed-break
        end-if
        perform start-feed
    else
        if sa-run-date is not equal to ws-cur-date
            perform date-break
            move sa-run-date to ws-cur-date
        end-if
    end-if.
    add 1 to ws-date-runs.
    add ac-read to ws-date-read.
    add ac-computed to ws-date-computed.
    add ac-cache-hits to ws-date-cache.
    add ac-hp to ws-date-hp.
    compute ws-date-rejects = ws-date-rejects + ac-rejected
        + ac-aborted.
    go to pi1.
pi-end.
    if ws-in-feed
        perform date-break
        perform feed-break
    end-if.
print-invoices-done.
    exit.

start-feed.
    move 'Y' to ws-feed-flag.
    move sa-feed-id  to ws-cur-feed.
    move sa-run-date to ws-cur-date.
    perform find-rate.
    move zero to ws-feed-runs, ws-feed-read, ws-feed-computed,
        ws-feed-cache, ws-feed-hp, ws-feed-rejects, ws-feed-amount.
    add 1 to ws-feed-count.
    perform page-heading.

find-rate.
    move 'N' to ws-rate-found.
    move zero to ws-rate-hit.
    if ws-cur-feed is not equal to spaces
        perform search-rate-table thru search-rate-table-exit
            varying ws-rate-idx from 1 by 1
            until ws-rate-idx is greater than ws-rate-count
                or ws-rate-is-found
    end-if.
    if ws-cur-feed is equal to spaces
        move '(none)' to fhl-feed-id
    else
        move ws-cur-feed to fhl-feed-id
    end-if.
    if ws-rate-is-found
        move ws-rate-hit to ws-rate-idx
        move 'OWN' to fhl-rate
    else
        move ws-default-idx to ws-rate-idx
        move 'DEFAULT' to fhl-rate
    end-if.
    if ws-rate-idx is equal to zero
        move zero to ws-cur-computed, ws-cur-cache, ws-cur-hp,
            ws-cur-reject
        move spaces to fhl-client
        move 'NO RATE CARD' to fhl-rate
        add 1 to ws-norate-count
    else
        move ws-rate-computed(ws-rate-idx) to ws-cur-computed
        move ws-rate-cache(ws-rate-idx)    to ws-cur-cache
        move ws-rate-hp(ws-rate-idx)       to ws-cur-hp
        move ws-rate-reject(ws-rate-idx)   to ws-cur-reject
        move ws-rate-client(ws-rate-idx)   to fhl-client
    end-if.
    move ws-cur-computed to rtl-computed.
    move ws-cur-cache    to rtl-cache.
    move ws-cur-hp       to rtl-hp.
    move ws-cur-reject   to rtl-reject.

search-rate-table.
    if ws-rate-feed(ws-rate-idx) is equal to ws-cur-feed
        move 'Y' to ws-rate-found
        move ws-rate-idx to ws-rate-hit
    end-if.
search-rate-table-exit.
    exit.

date-break.
    compute ws-line-amount rounded =
        ws-date-computed * ws-cur-computed
        + ws-date-cache * ws-cur-cache
        + ws-date-hp * ws-cur-hp
        + ws-date-rejects * ws-cur-reject.
    move ws-cur-date to ws-date-parts.
    move ws-date-yyyy     to dtl-yyyy.
    move ws-date-mm       to dtl-mm.
    move ws-date-dd       to dtl-dd.
    move ws-date-runs     to dtl-runs.
    move ws-date-read     to dtl-read.
    move ws-date-computed to dtl-computed.
    move ws-date-cache    to dtl-cache.
    move ws-date-hp       to dtl-hp.
    move ws-date-rejects  to dtl-rejects.
    move ws-line-amount   to dtl-amount.
    move detail-line to ws-out-line.
    move 1 to ws-advance.
    perform put-report-line.
    add ws-date-runs     to ws-feed-runs.
    add ws-date-read     to ws-feed-read.
    add ws-date-computed to ws-feed-computed.
    add ws-date-cache    to ws-feed-cache.
    add ws-date-hp       to ws-feed-hp.
    add ws-date-rejects  to ws-feed-rejects.
    add ws-line-amount   to ws-feed-amount.
    move zero to ws-date-runs, ws-date-read, ws-date-computed,
        ws-date-cache, ws-date-hp, ws-date-rejects.

feed-break.
    move 'feed total' to tol-label.
    move ws-feed-runs     to tol-runs.
    move ws-feed-read     to tol-read.
    move ws-feed-computed to tol-computed.
    move ws-feed-cache    to tol-cache.
    move ws-feed-hp       to tol-hp.
    move ws-feed-rejects  to tol-rejects.
    move ws-feed-amount   to tol-amount.
    move total-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    add ws-feed-runs     to ws-all-runs.
    add ws-feed-read     to ws-all-read.
    add ws-feed-computed to ws-all-computed.
    add ws-feed-cache    to ws-all-cache.
    add ws-feed-hp       to ws-all-hp.
    add ws-feed-rejects  to ws-all-rejects.
    add ws-feed-amount   to ws-all-amount.

scan-batch-log.
    open input batch-log-file.
sbl1.
    read batch-log-file into batch-log-record
        at end go to sbl-close end-read.
    if bl-program is not equal to 'SQRT'
            or bl-outcome is equal to 'NOT AUTH'
        go to sbl1
    end-if.
    move bl-ts(1:4) to ws-act-yyyy.
    move bl-ts(6:2) to ws-act-mm.
    if ws-act-month is not equal to ws-bill-month
        go to sbl1
    end-if.
    add 1 to ws-log-runs.
    add bl-read to ws-log-read.
    add bl-good to ws-log-good.
    add bl-bad  to ws-log-bad.
    go to sbl1.
sbl-close.
    close batch-log-file.
sbl-done.
    exit.

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
    if not ws-in-summary
        write report-line from feed-head-line after advancing 1 line
        write report-line from rate-line after advancing 1 line
        write report-line from col-heads after advancing 2 lines
        write report-line from under-line after advancing 1 line
        move 7 to ws-line-count
    end-if.
