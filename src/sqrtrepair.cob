identification division.
program-id. SQRTREPAIR.
environment division.
input-output section.

file-control.
    select optional reject-file assign to dynamic reject-file-name
    organization is line sequential.
    select optional hold-file assign to "SQRTHOLD.DAT"
    organization is line sequential.
    select new-hold-file assign to "SQRTHOLD.NEW"
    organization is line sequential.
    select resub-file assign to dynamic resub-file-name
    organization is line sequential.
    select optional repair-log-file assign to "SQRTREPR.LOG"
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd reject-file.
    01 reject-io-record picture x(80).
fd hold-file.
    01 hold-io-record picture x(129).
fd new-hold-file.
    01 new-hold-io-record picture x(129).
fd resub-file.
    01 resub-io-record picture x(80).
fd repair-log-file.
    01 repair-log-io-record picture x(182).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
01 reject-file-name picture x(40) value spaces.
01 resub-file-name  picture x(40) value spaces.
01 hold-file-name   picture x(20) value 'SQRTHOLD.NEW'.

77 ws-run-date-env picture x(8) value spaces.
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

77 ws-session      picture 9(4) value 0.
77 ws-feed-id      picture x(8) value spaces.
77 ws-worked-flag  picture x value 'N'.
   88 ws-rejects-worked          value 'Y'.
77 ws-quit-flag    picture x value 'N'.
   88 ws-session-quit            value 'Y'.
77 ws-log-eof      picture x value 'N'.
77 ws-hold-eof     picture x value 'N'.

77 ws-read-count      picture 9(9) value 0.
77 ws-card-seq        picture 9(9) value 0.
77 ws-presented-count picture 9(9) value 0.
77 ws-corrected-count picture 9(9) value 0.
77 ws-deleted-count   picture 9(9) value 0.
77 ws-held-count      picture 9(9) value 0.
77 ws-passed-count    picture 9(9) value 0.
77 ws-feed-hash       picture s9(17)v9(6) value 0.

77 ws-action       picture x value space.
77 ws-retry-count  picture 9(2) value 0.
77 ws-retry-max    picture 9(2) value 3.
77 ws-entry        picture x(40) value spaces.
77 ws-degree-entry picture x(2) value spaces.
77 ws-card-source  picture x(40) value spaces.
77 ws-card-reason  picture x(20) value spaces.
77 ws-hold-reason  picture x(20) value spaces.
77 ws-new-degree   picture 9(2) value 2.
77 ws-old-degree   picture 9(2) value 2.
77 ws-skip-value   picture s9(11)v9(6) value -1.
77 ws-max-magnitude   picture s9(11)v9(6) value 99999999999.999999.
77 ws-magnitude-check picture s9(13)v9(8) value 0.
77 ws-magnitude-ok    picture x value 'Y'.
   88 ws-magnitude-is-ok         value 'Y'.

77 ws-scan-idx      picture 9(3) value 0.
77 ws-scan-decimals picture 9(2) value 0.
77 ws-scan-digits   picture 9(3) value 0.
77 ws-field-ok      picture x value 'Y'.
   88 ws-field-is-ok            value 'Y'.

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

copy SQRTFEED.
copy SQRTREPL.

copy SQRTEDITS replacing ==LEVELNO== by ==01== ==FIELD-NAME== by ==edit-z==.
01 edit-exponent picture -9.
01 ws-value-text picture x(24) value spaces.

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

01 card-line.
   02 filler picture x(5)  value 'CARD '.
   02 cdl-seq     picture zzzzzzzz9.
   02 filler picture x(1)  value space.
   02 cdl-source  picture x(40).

01 value-line.
   02 filler picture x(9)  value '  VALUE  '.
   02 vll-value   picture x(24).
   02 filler picture x(9)  value '  DEGREE '.
   02 vll-degree  picture z9.
   02 filler picture x(9)  value '  REASON '.
   02 vll-reason  picture x(20).

01 summary-line.
   02 filler picture x(16) value 'cards presented.'.
   02 sml-presented picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'corrected.......'.
   02 sml-corrected picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'deleted.........'.
   02 sml-deleted   picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'held............'.
   02 sml-held      picture zzzzzzzz9.

procedure division.
    accept reject-file-name from environment 'SQRT_REJECT_INPUT'.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is numeric
        move ws-run-date-env to report-run-date
    else
        move function current-date(1:8) to report-run-date
    end-if.
    if reject-file-name = spaces
        string 'SQRT' report-yyyy report-mm report-dd '.REJ'
            delimited by size into reject-file-name
    end-if.
    accept ws-operator from environment 'USER'.
    if ws-operator is equal to spaces
        move 'UNKNOWN' to ws-operator
    end-if.
    perform scan-repair-log thru scan-repair-log-exit.
    string 'RSUB' ws-session delimited by size into ws-feed-id.
    string 'SQRTRSUB' report-yyyy report-mm report-dd '-' ws-session
        '.DAT' delimited by size into resub-file-name.
    open output resub-file, output new-hold-file,
        extend repair-log-file.
    move spaces to feed-header-card.
    move 'HDR' to fh-marker.
    move ws-feed-id to fh-feed-id.
    move report-run-date to fh-date.
    write resub-io-record from feed-header-card.
    move spaces to repair-log-rec.
    move 'START' to rl-action.
    move reject-file-name to rl-source.
    if ws-rejects-worked
        move 'REJECTS ALREADY DONE' to rl-reason
    end-if.
    perform write-repair-log.
    display ' '.
    display 'SQRT REJECT REPAIR  SESSION ' ws-session
        '  OPERATOR ' ws-operator.
    display '--------------------------------------------'.
    perform work-hold-queue thru work-hold-queue-exit.
    if ws-rejects-worked
        display ' '
        display 'REJECTS IN ' reject-file-name
        display 'ALREADY WORKED IN AN EARLIER SESSION, HELD CARDS ONLY.'
    else
        perform work-reject-file thru work-reject-file-exit
    end-if.
    move spaces to feed-trailer-card.
    move 'TRL' to ft-marker.
    move ws-corrected-count to ft-count.
    move ws-feed-hash to ft-hash.
    write resub-io-record from feed-trailer-card.
    close resub-file, new-hold-file.
    if ws-corrected-count is equal to zero
        call 'CBL_DELETE_FILE' using resub-file-name
    end-if.
    perform replace-hold-queue thru replace-hold-queue-exit.
    move spaces to repair-log-rec.
    move 'END' to rl-action.
    move reject-file-name to rl-source.
    move ws-corrected-count to rl-seq.
    if ws-corrected-count is greater than zero
        move ws-feed-id to rl-after
    end-if.
    move 'SESSION COMPLETE' to rl-reason.
    perform write-repair-log.
    close repair-log-file.
    move ws-presented-count to sml-presented.
    move ws-corrected-count to sml-corrected.
    move ws-deleted-count   to sml-deleted.
    move ws-held-count      to sml-held.
    display ' '.
    display summary-line.
    if ws-corrected-count is greater than zero
        display 'RESUBMISSION FEED ' resub-file-name
    else
        display 'NO CARDS CORRECTED, NO RESUBMISSION FEED WRITTEN.'
    end-if.
    perform write-batch-log.
stop run.

scan-repair-log.
    move zero to ws-session.
    move 'N' to ws-log-eof.
    open input repair-log-file.
srl1.
    read repair-log-file into repair-log-rec
        at end go to srl-done
    end-read.
    if rl-action is equal to 'START' and rl-session is numeric
            and rl-session is greater than ws-session
        move rl-session to ws-session
    end-if.
    if rl-action is equal to 'END'
            and rl-source is equal to reject-file-name
        move 'Y' to ws-worked-flag
    end-if.
    go to srl1.
srl-done.
    close repair-log-file.
    add 1 to ws-session.
scan-repair-log-exit.
    exit.

work-hold-queue.
    open input hold-file.
whq1.
    read hold-file into repair-hold-rec at end go to whq-done end-read.
    move rh-card to in-card.
    move rh-source to ws-card-source.
    move rh-seq to ws-card-seq.
    perform present-card thru present-card-exit.
    go to whq1.
whq-done.
    close hold-file.
work-hold-queue-exit.
    exit.

work-reject-file.
    open input reject-file.
wrf1.
    read reject-file into in-card at end go to wrf-done end-read.
    add 1 to ws-read-count.
    if in-reject-code is not equal to 'I'
            and in-reject-code is not equal to 'N'
        add 1 to ws-passed-count
        go to wrf1
    end-if.
    move reject-file-name to ws-card-source.
    move ws-read-count to ws-card-seq.
    perform present-card thru present-card-exit.
    go to wrf1.
wrf-done.
    close reject-file.
work-reject-file-exit.
    exit.

present-card.
    add 1 to ws-presented-count.
    perform describe-card.
    if ws-session-quit
        move 'SESSION ENDED' to ws-hold-reason
        perform hold-card
        go to present-card-exit
    end-if.
    move ws-card-seq to cdl-seq.
    move ws-card-source to cdl-source.
    move ws-value-text to vll-value.
    move ws-old-degree to vll-degree.
    move ws-card-reason to vll-reason.
    display ' '.
    display card-line.
    display value-line.
    move zero to ws-retry-count.
pc-ask.
    display 'ACTION:  [C]ORRECT  [D]ELETE  [H]OLD  [Q]UIT'.
    move space to ws-action.
    accept ws-action.
    evaluate ws-action
        when 'C'
        when 'c'
            perform correct-card thru correct-card-exit
        when 'D'
        when 'd'
            perform delete-card
        when 'H'
        when 'h'
            move 'OPERATOR HOLD' to ws-hold-reason
            perform hold-card
        when 'Q'
        when 'q'
            move 'Y' to ws-quit-flag
            move 'SESSION ENDED' to ws-hold-reason
            perform hold-card
        when other
            display 'INVALID ACTION.'
            perform count-retry
            if ws-retry-count is greater than ws-retry-max
                perform hold-card
                go to present-card-exit
            end-if
            go to pc-ask
    end-evaluate.
present-card-exit.
    exit.

describe-card.
    if in-degree is numeric and in-degree is greater than or equal to 2
        move in-degree to ws-old-degree
    else
        move 2 to ws-old-degree
    end-if.
    move spaces to ws-value-text.
    if in-sci-flag is equal to 'Y' or in-sci-flag is equal to 'y'
        if in-mantissa is numeric and in-exponent is numeric
            move in-mantissa to edit-z
            move in-exponent to edit-exponent
            string edit-z 'E' edit-exponent delimited by size
                into ws-value-text
        else
            move in-card(19:19) to ws-value-text
        end-if
        move 'VALUE TOO LARGE' to ws-card-reason
    else
        if in-z is numeric
            move in-z to edit-z
            move edit-z to ws-value-text
        else
            move in-card(1:17) to ws-value-text
        end-if
        evaluate true
            when in-z is not numeric
                move 'NOT NUMERIC' to ws-card-reason
            when in-reject-code is equal to 'N'
                move 'NEGATIVE EVEN ROOT' to ws-card-reason
            when in-z is equal to zero
                move 'ZERO INPUT' to ws-card-reason
            when in-z is less than zero
                move 'NEGATIVE INPUT' to ws-card-reason
            when other
                move 'VALUE TOO LARGE' to ws-card-reason
        end-evaluate
    end-if.

correct-card.
    display 'ENTER CORRECTED NUMBER'.
    move spaces to ws-entry.
    accept ws-entry.
    perform check-entry-numeric.
    if not ws-field-is-ok
        display 'INVALID NUMBER, RE-ENTER.'
        go to cc-retry
    end-if.
    move 'Y' to ws-magnitude-ok.
    compute ws-magnitude-check rounded = function numval(ws-entry)
        on size error move 'N' to ws-magnitude-ok
    end-compute.
    if ws-magnitude-is-ok
        if ws-magnitude-check is greater than ws-max-magnitude
                or ws-magnitude-check is less than - ws-max-magnitude
            move 'N' to ws-magnitude-ok
        end-if
    end-if.
    if not ws-magnitude-is-ok
        display 'VALUE TOO LARGE, RE-ENTER.'
        go to cc-retry
    end-if.
    if ws-magnitude-check is equal to zero
        display 'ZERO IS NOT A VALID INPUT, RE-ENTER.'
        go to cc-retry
    end-if.
    if ws-magnitude-check is equal to ws-skip-value
        display 'SENTINEL SKIP VALUE NOT ALLOWED, RE-ENTER.'
        go to cc-retry
    end-if.
cc-degree.
    display 'ENTER ROOT DEGREE (BLANK KEEPS ' ws-old-degree ')'.
    move spaces to ws-degree-entry.
    accept ws-degree-entry.
    move ws-old-degree to ws-new-degree.
    if ws-degree-entry is not equal to spaces
        if ws-degree-entry(2:1) is equal to space
            move ws-degree-entry(1:1) to ws-degree-entry(2:1)
            move '0' to ws-degree-entry(1:1)
        end-if
        if ws-degree-entry is not numeric
            display 'INVALID DEGREE, RE-ENTER.'
            go to cc-retry
        end-if
        move ws-degree-entry to ws-new-degree
        if ws-new-degree is less than 2
            display 'DEGREE MUST BE 2 OR MORE, RE-ENTER.'
            go to cc-retry
        end-if
    end-if.
    if ws-magnitude-check is less than zero
            and function mod(ws-new-degree, 2) is equal to zero
        display 'NEGATIVE NUMBER HAS NO REAL EVEN ROOT, RE-ENTER.'
        go to cc-retry
    end-if.
    move ws-magnitude-check to in-z.
    move ws-new-degree to in-degree.
    move space to in-reject-code.
    move space to in-sci-flag.
    move zero to in-mantissa.
    move zero to in-exponent.
    move space to in-dup-flag.
    if in-diff is not numeric or in-diff is equal to zero
        move 0.00001 to in-diff
    end-if.
    write resub-io-record from in-card.
    add 1 to ws-corrected-count.
    compute ws-feed-hash = ws-feed-hash + in-z.
    move spaces to repair-log-rec.
    move 'CORRECT' to rl-action.
    move ws-value-text to rl-before.
    move ws-old-degree to rl-deg-before.
    move in-z to edit-z.
    move edit-z to rl-after.
    move ws-new-degree to rl-deg-after.
    move ws-card-reason to rl-reason.
    perform write-card-log.
    go to correct-card-exit.
cc-retry.
    perform count-retry.
    if ws-retry-count is greater than ws-retry-max
        perform hold-card
        go to correct-card-exit
    end-if.
    go to correct-card.
correct-card-exit.
    exit.

count-retry.
    add 1 to ws-retry-count.
    if ws-retry-count is greater than ws-retry-max
        display 'TOO MANY INVALID ENTRIES, CARD HELD.'
        move 'INVALID ENTRIES' to ws-hold-reason
    end-if.

delete-card.
    add 1 to ws-deleted-count.
    move spaces to repair-log-rec.
    move 'DELETE' to rl-action.
    move ws-value-text to rl-before.
    move ws-old-degree to rl-deg-before.
    move zero to rl-deg-after.
    move ws-card-reason to rl-reason.
    perform write-card-log.

hold-card.
    add 1 to ws-held-count.
    move in-card to rh-card.
    move ws-card-source to rh-source.
    move ws-card-seq to rh-seq.
    write new-hold-io-record from repair-hold-rec.
    move spaces to repair-log-rec.
    move 'HOLD' to rl-action.
    move ws-value-text to rl-before.
    move ws-old-degree to rl-deg-before.
    move ws-value-text to rl-after.
    move ws-old-degree to rl-deg-after.
    move ws-hold-reason to rl-reason.
    perform write-card-log.

write-card-log.
    move ws-card-source to rl-source.
    move ws-card-seq to rl-seq.
    perform write-repair-log.

write-repair-log.
    move function current-date(1:8) to bts-date.
    move function current-date(9:6) to bts-time.
    string bts-yyyy '-' bts-mm '-' bts-dd ' '
           bts-hh ':' bts-mi ':' bts-ss
           delimited by size into rl-ts.
    move ws-operator to rl-operator.
    move ws-session to rl-session.
    if rl-seq is not numeric
        move zero to rl-seq
    end-if.
    if rl-deg-before is not numeric
        move zero to rl-deg-before
    end-if.
    if rl-deg-after is not numeric
        move zero to rl-deg-after
    end-if.
    write repair-log-io-record from repair-log-rec.

replace-hold-queue.
    move 'N' to ws-hold-eof.
    open input new-hold-file, output hold-file.
rhq1.
    read new-hold-file into repair-hold-rec
        at end go to rhq-done
    end-read.
    write hold-io-record from repair-hold-rec.
    go to rhq1.
rhq-done.
    close new-hold-file, hold-file.
    call 'CBL_DELETE_FILE' using hold-file-name.
replace-hold-queue-exit.
    exit.

check-entry-numeric.
    move 'Y' to ws-field-ok.
    move zero to ws-scan-decimals.
    move zero to ws-scan-digits.
    perform scan-entry-char thru scan-entry-char-exit
        varying ws-scan-idx from 1 by 1
        until ws-scan-idx is greater than 40
            or not ws-field-is-ok
            or ws-entry(ws-scan-idx:1) is equal to space.
    if ws-scan-decimals is greater than 1
            or ws-scan-digits is equal to zero
        move 'N' to ws-field-ok
    end-if.

scan-entry-char.
    if ws-entry(ws-scan-idx:1) is equal to '.'
        add 1 to ws-scan-decimals
    else
        if ws-entry(ws-scan-idx:1) is equal to '-'
                and ws-scan-idx is equal to 1
            continue
        else
            if ws-entry(ws-scan-idx:1) is greater than or equal to '0'
                    and ws-entry(ws-scan-idx:1) is less than or
                        equal to '9'
                add 1 to ws-scan-digits
            else
                move 'N' to ws-field-ok
            end-if
        end-if
    end-if.
scan-entry-char-exit.
    exit.

write-batch-log.
    move function current-date(1:8) to bts-date.
    move function current-date(9:6) to bts-time.
    move spaces to bl-ts.
    string bts-yyyy '-' bts-mm '-' bts-dd ' '
           bts-hh ':' bts-mi ':' bts-ss
           delimited by size into bl-ts.
    move ws-operator to bl-operator.
    move 'SQRTREPAIR' to bl-program.
    move reject-file-name to bl-input.
    move spaces to bl-parms.
    if ws-corrected-count is greater than zero
        string 'SESSION=' ws-session ' FEED=' delimited by size
            ws-feed-id delimited by space
            into bl-parms
    else
        string 'SESSION=' ws-session delimited by size into bl-parms
    end-if.
    move ws-presented-count to bl-read.
    move ws-corrected-count to bl-good.
    move ws-deleted-count to bl-bad.
    if ws-held-count is greater than zero
        move 'HELD CARDS' to bl-outcome
    else
        move 'COMPLETE' to bl-outcome
    end-if.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
