    organization is line sequential.
    select optional recon-report-file assign to dynamic recon-report-name
    organization is line sequential.
    select optional ack-report-file assign to dynamic ack-report-name
    organization is line sequential.
    select standard-output assign to display.
    select dashboard-file assign to dynamic dashboard-file-name
    organization is line sequential.
    01 sqrt-report-record picture x(222).
fd recon-report-file.
    01 recon-report-record picture x(222).
fd ack-report-file.
    01 ack-report-record picture x(132).
fd standard-output.
    01 out-line picture x(120).
fd dashboard-file.

01 sqrt-report-name    picture x(20).
01 recon-report-name   picture x(20).
01 ack-report-name     picture x(20).
01 dashboard-file-name picture x(20).

77 ws-marker picture x(16) value spaces.
77 ws-marker-target picture x(16) value 'records read....'.
77 ws-ack-marker-target   picture x(16) value 'extracts sent...'.
77 ws-ack-marker-target-2 picture x(16) value 'nak received....'.

01 sqrt-trailer-buffer picture x(222).
01 sqrt-trailer-view redefines sqrt-trailer-buffer.
   02 filler       picture x(16).
   02 rcv-reject   picture zzzzzzzz9.

01 ack-trailer-buffer picture x(132).
01 ack-trailer-view redefines ack-trailer-buffer.
   02 filler       picture x(1).
   02 filler       picture x(16).
   02 akv-sent     picture zzzzzzzz9.
   02 filler       picture x(3).
   02 filler       picture x(16).
   02 akv-acked    picture zzzzzzzz9.
   02 filler       picture x(3).
   02 filler       picture x(16).
   02 akv-pending  picture zzzzzzzz9.
   02 filler       picture x(3).
   02 filler       picture x(16).
   02 akv-never    picture zzzzzzzz9.
01 ack-trailer-view-2 redefines ack-trailer-buffer.
   02 filler       picture x(1).
   02 filler       picture x(16).
   02 akv-nak      picture zzzzzzzz9.
   02 filler       picture x(3).
   02 filler       picture x(16).
   02 akv-mismatch picture zzzzzzzz9.
   02 filler       picture x(3).
   02 filler       picture x(16).
   02 akv-unmatched picture zzzzzzzz9.

77 ws-sqrt-read     picture 9(9) value 0.
77 ws-sqrt-conv     picture 9(9) value 0.
77 ws-sqrt-reject   picture 9(9) value 0.
77 ws-recon-found    picture x    value 'N'.
   88 ws-recon-trailer-found      value 'Y'.

77 ws-ack-sent      picture 9(9) value 0.
77 ws-ack-acked     picture 9(9) value 0.
77 ws-ack-pending   picture 9(9) value 0.
77 ws-ack-never     picture 9(9) value 0.
77 ws-ack-nak       picture 9(9) value 0.
77 ws-ack-mismatch  picture 9(9) value 0.
77 ws-ack-unmatched picture 9(9) value 0.
77 ws-ack-found     picture x    value 'N'.
   88 ws-ack-trailer-found       value 'Y'.

77 ws-sqrt-failed picture x value 'N'.
   88 ws-sqrt-run-failed            value 'Y'.

   02 dst-status         picture x(12).
   02 filler             picture x(1) value space.
   02 dst-reason         picture x(30).
   02 filler             picture x(1) value space.
   02 dst-ack-exceptions picture 9(9).

01 title-line.
   02 filler picture x(6)  value spaces.
   02 filler picture x(16) value 'recon rejected..'.
   02 dsh-recon-reject   picture zzzzzzzz9.

01 ack-dash-line.
   02 filler picture x(4)  value spaces.
   02 filler picture x(16) value 'ack extracts....'.
   02 dsh-ack-sent      picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'ack confirmed...'.
   02 dsh-ack-acked     picture zzzzzzzz9.

01 ack-dash-line-2.
   02 filler picture x(4)  value spaces.
   02 filler picture x(16) value 'ack pending.....'.
   02 dsh-ack-pending   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'ack never acked.'.
   02 dsh-ack-never     picture zzzzzzzz9.

01 ack-dash-line-3.
   02 filler picture x(4)  value spaces.
   02 filler picture x(16) value 'ack nak.........'.
   02 dsh-ack-nak       picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'ack mismatched..'.
   02 dsh-ack-mismatch  picture zzzzzzzz9.

01 ack-dash-line-4.
   02 filler picture x(4)  value spaces.
   02 filler picture x(16) value 'ack unmatched...'.
   02 dsh-ack-unmatched picture zzzzzzzz9.

01 status-line.
   02 filler picture x(4)  value spaces.
   02 filler picture x(16) value 'overall status..'.
        delimited by size into sqrt-report-name.
    string 'RECON' report-yyyy report-mm report-dd '.RPT'
        delimited by size into recon-report-name.
    string 'SQRTACK' report-yyyy report-mm report-dd '.RPT'
        delimited by size into ack-report-name.
    string 'DASH' report-yyyy report-mm report-dd '.RPT'
        delimited by size into dashboard-file-name.
    accept ws-run-mode from environment 'DASHBOARD_RUN_BATCH'.
find-recon-trailer-done.
    close recon-report-file.

    open input ack-report-file.
find-ack-trailer.
    read ack-report-file into ack-trailer-buffer
        at end go to find-ack-trailer-done
    end-read.
    move ack-trailer-buffer(2:16) to ws-marker.
    if ws-marker is equal to ws-ack-marker-target
        move 'Y' to ws-ack-found
        move akv-sent     to ws-ack-sent
        move akv-acked    to ws-ack-acked
        move akv-pending  to ws-ack-pending
        move akv-never    to ws-ack-never
    end-if.
    if ws-marker is equal to ws-ack-marker-target-2
        move akv-nak       to ws-ack-nak
        move akv-mismatch  to ws-ack-mismatch
        move akv-unmatched to ws-ack-unmatched
    end-if.
    go to find-ack-trailer.
find-ack-trailer-done.
    close ack-report-file.

    move ws-sqrt-read     to dsh-sqrt-read.
    move ws-sqrt-conv     to dsh-sqrt-conv.
    write out-line from sqrt-dash-line after advancing 1 line.
    write out-line from recon-dash-line-3 after advancing 1 line.
    write dashboard-line from recon-dash-line-3 after advancing 1 line.

    move ws-ack-sent       to dsh-ack-sent.
    move ws-ack-acked      to dsh-ack-acked.
    write out-line from ack-dash-line after advancing 1 line.
    write dashboard-line from ack-dash-line after advancing 1 line.
    move ws-ack-pending    to dsh-ack-pending.
    move ws-ack-never      to dsh-ack-never.
    write out-line from ack-dash-line-2 after advancing 1 line.
    write dashboard-line from ack-dash-line-2 after advancing 1 line.
    move ws-ack-nak        to dsh-ack-nak.
    move ws-ack-mismatch   to dsh-ack-mismatch.
    write out-line from ack-dash-line-3 after advancing 1 line.
    write dashboard-line from ack-dash-line-3 after advancing 1 line.
    move ws-ack-unmatched  to dsh-ack-unmatched.
    write out-line from ack-dash-line-4 after advancing 1 line.
    write dashboard-line from ack-dash-line-4 after advancing 1 line.

    move 'CLEAN' to ws-clean-flag.
    move spaces to ws-status-reason.
    evaluate true
        when not ws-recon-trailer-found
            move 'INCOMPLETE' to ws-clean-flag
            move 'RECON TRAILER MISSING' to ws-status-reason
        when not ws-ack-trailer-found
            move 'INCOMPLETE' to ws-clean-flag
            move 'ACK TRAILER MISSING' to ws-status-reason
        when ws-sqrt-run-failed
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'SQRT RUN FAILED' to ws-status-reason
        when ws-recon-reject is greater than zero
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'RECON REJECTED NONZERO' to ws-status-reason
        when ws-ack-never is greater than zero
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'EXTRACT NEVER ACKNOWLEDGED' to ws-status-reason
        when ws-ack-nak is greater than zero
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'EXTRACT NAK RECEIVED' to ws-status-reason
        when ws-ack-mismatch is greater than zero
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'EXTRACT ACK MISMATCHED' to ws-status-reason
        when ws-ack-unmatched is greater than zero
            move 'NEEDS REVIEW' to ws-clean-flag
            move 'EXTRACT ACK UNMATCHED' to ws-status-reason
    end-evaluate.
    move ws-clean-flag to dsh-status.
    write out-line from status-line after advancing 2 lines.
    move ws-recon-reject    to dst-recon-reject.
    move ws-clean-flag      to dst-status.
    move ws-status-reason   to dst-reason.
    compute dst-ack-exceptions = ws-ack-never + ws-ack-nak
        + ws-ack-mismatch + ws-ack-unmatched.
    open output status-file.
    write status-io-record from status-record.
    close status-file.
