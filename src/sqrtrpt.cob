identification division.
program-id. SQRTRPT.
environment division.
input-output section.

file-control.
    select optional report-work-file assign to dynamic rpt-work-name
    organization is line sequential.
    select report-file assign to dynamic rpt-file-name
    organization is line sequential.
    select sort-work assign to "SORTWK01".

data division.

file section.
fd report-work-file.
    01 report-work-io-record picture x(244).
fd report-file.
    01 report-line picture x(222).
sd sort-work.
copy SQRTRPTW.

working-storage section.
77 ws-page-lines   picture 9(3) value 60.
77 ws-line-count   picture 9(3) value 0.
77 ws-page-no      picture 9(4) value 0.
77 ws-advance      picture 9(1) value 1.
01 ws-out-line     picture x(222).

01 ws-prev-key.
   02 ws-prev-group  picture 9(1).
   02 ws-prev-degree picture 9(2).
   02 ws-prev-seq    picture 9(9).
   02 ws-prev-sub    picture 9(3).
01 ws-this-key.
   02 ws-this-group  picture 9(1).
   02 ws-this-degree picture 9(2).
   02 ws-this-seq    picture 9(9).
   02 ws-this-sub    picture 9(3).

77 ws-detail-flag  picture x value 'N'.
   88 ws-in-detail               value 'Y'.
77 ws-total-flag   picture x value 'N'.
   88 ws-total-done              value 'Y'.
77 ws-cur-degree   picture 9(2) value 0.
77 ws-deg-conv     picture 9(9) value 0.
77 ws-deg-reject   picture 9(9) value 0.
77 ws-deg-abort    picture 9(9) value 0.
77 ws-deg-iter     picture 9(11) value 0.
77 ws-all-conv     picture 9(9) value 0.
77 ws-all-reject   picture 9(9) value 0.
77 ws-all-abort    picture 9(9) value 0.
77 ws-all-iter     picture 9(11) value 0.
77 ws-avg-iter     picture 9(5)v99 value 0.

01 page-head-line.
   02 filler picture x(9)  value spaces.
   02 filler picture x(26) value 'square root approximations'.
   02 filler picture x(14) value '    run date  '.
   02 phl-yyyy picture 9(4).
   02 filler picture x(1)  value '-'.
   02 phl-mm   picture 9(2).
   02 filler picture x(1)  value '-'.
   02 phl-dd   picture 9(2).
   02 filler picture x(10) value '    page  '.
   02 phl-page picture zzz9.

01 under-line.
   02 filler picture x(80) value all '-'.

01 col-heads.
   02 filler picture x(8) value spaces.
   02 filler picture x(6) value 'number'.
   02 filler picture x(15) value spaces.
   02 filler picture x(11) value 'square root'.
   02 filler picture x(4) value spaces.
   02 filler picture x(10) value 'iterations'.

01 underline-2.
   02 filler picture x(20) value ' -------------------'.
   02 filler picture x(5) value spaces.
   02 filler picture x(19) value '------------------'.

01 degree-head-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(12) value 'root degree '.
   02 dhl-degree picture z9.

01 subtotal-line.
   02 filler picture x(1)  value spaces.
   02 stl-label  picture x(16).
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'converged.......'.
   02 stl-conv   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'rejected........'.
   02 stl-reject picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'aborted.........'.
   02 stl-abort  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'avg iterations..'.
   02 stl-avg    picture zzzz9.99.

01 degree-label.
   02 filler picture x(14) value 'degree total  '.
   02 dl-degree picture z9.

linkage section.
01 rpt-work-name picture x(40).
01 rpt-file-name picture x(40).
01 rpt-run-date.
   02 rpt-yyyy picture 9(4).
   02 rpt-mm   picture 9(2).
   02 rpt-dd   picture 9(2).

procedure division using rpt-work-name, rpt-file-name, rpt-run-date.
    move zero to ws-page-no, ws-line-count.
    move zero to ws-deg-conv, ws-deg-reject, ws-deg-abort, ws-deg-iter.
    move zero to ws-all-conv, ws-all-reject, ws-all-abort, ws-all-iter.
    move zero to ws-prev-group, ws-prev-degree, ws-prev-seq, ws-prev-sub.
    move 'N' to ws-detail-flag.
    move 'N' to ws-total-flag.
    move rpt-yyyy to phl-yyyy.
    move rpt-mm   to phl-mm.
    move rpt-dd   to phl-dd.
    open output report-file.
    sort sort-work
        on ascending key rw-group rw-degree rw-seq rw-sub
        with duplicates in order
        using report-work-file
        output procedure is print-sorted-report thru psr-done.
    close report-file.
    goback.

print-sorted-report.
    perform page-heading.
psr1.
    return sort-work at end go to psr-end end-return.
    move rw-group  to ws-this-group.
    move rw-degree to ws-this-degree.
    move rw-seq    to ws-this-seq.
    move rw-sub    to ws-this-sub.
    if ws-this-key is equal to ws-prev-key
        go to psr1
    end-if.
    move ws-this-key to ws-prev-key.
    if rw-group is equal to 2
        if not ws-in-detail or rw-degree is not equal to ws-cur-degree
            if ws-in-detail
                perform degree-subtotal
            end-if
            move 'Y' to ws-detail-flag
            move rw-degree to ws-cur-degree
            move rw-degree to dhl-degree
            move degree-head-line to ws-out-line
            move 2 to ws-advance
            perform put-report-line
        end-if
        evaluate rw-kind
            when 'C'
                add 1 to ws-deg-conv
                add rw-iter to ws-deg-iter
            when 'R'
                add 1 to ws-deg-reject
            when 'A'
                add 1 to ws-deg-abort
        end-evaluate
    end-if.
    if rw-group is equal to 3 and not ws-total-done
        perform close-detail
    end-if.
    move rw-line to ws-out-line.
    move rw-advance to ws-advance.
    if ws-advance is not numeric or ws-advance is equal to zero
        move 1 to ws-advance
    end-if.
    perform put-report-line.
    go to psr1.
psr-end.
    if not ws-total-done
        perform close-detail
    end-if.
psr-done.
    exit.

close-detail.
    if ws-in-detail
        perform degree-subtotal
    end-if.
    move 'grand total' to stl-label.
    move ws-all-conv   to stl-conv.
    move ws-all-reject to stl-reject.
    move ws-all-abort  to stl-abort.
    move zero to ws-avg-iter.
    if ws-all-conv is greater than zero
        compute ws-avg-iter rounded = ws-all-iter / ws-all-conv
    end-if.
    move ws-avg-iter to stl-avg.
    move subtotal-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    move 'Y' to ws-total-flag.

degree-subtotal.
    move ws-cur-degree to dl-degree.
    move degree-label  to stl-label.
    move ws-deg-conv   to stl-conv.
    move ws-deg-reject to stl-reject.
    move ws-deg-abort  to stl-abort.
    move zero to ws-avg-iter.
    if ws-deg-conv is greater than zero
        compute ws-avg-iter rounded = ws-deg-iter / ws-deg-conv
    end-if.
    move ws-avg-iter to stl-avg.
    move subtotal-line to ws-out-line.
    move 2 to ws-advance.
    perform put-report-line.
    add ws-deg-conv   to ws-all-conv.
    add ws-deg-reject to ws-all-reject.
    add ws-deg-abort  to ws-all-abort.
    add ws-deg-iter   to ws-all-iter.
    move zero to ws-deg-conv, ws-deg-reject, ws-deg-abort, ws-deg-iter.

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
    write report-line from col-heads after advancing 1 line.
    write report-line from underline-2 after advancing 1 line.
    move 4 to ws-line-count.
