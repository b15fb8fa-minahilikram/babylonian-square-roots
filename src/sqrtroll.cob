identification division.
program-id. SQRTROLL.
environment division.
input-output section.

file-control.
    select optional journal-file assign to "SQRTJRNL.DAT"
    organization is line sequential.
    select optional master-file assign to "SQRTMSTR.DAT"
    organization is indexed
    access mode is dynamic
    record key is master-key
    file status is ws-master-status.
    select sort-work assign to "SORTWK01".
    select standard-output assign to display.
    select report-file assign to dynamic report-file-name
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd journal-file.
    01 journal-io-record picture x(126).
fd master-file.
    01 master-record.
       02 master-key.
          03 master-key-z      picture s9(11)v9(6).
          03 master-key-degree picture 9(2).
       02 master-root picture s9(11)v9(6).
       02 master-iter picture 9(5).
sd sort-work.
    01 sort-record.
       02 sr-seq     picture 9(9).
       02 sr-journal picture x(126).
fd standard-output.
    01 out-line picture x(132).
fd report-file.
    01 report-line picture x(132).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
77 ws-mode           picture x(8) value spaces.
77 ws-auth-function  picture x(8)  value 'ROLLBACK'.
77 ws-auth-program   picture x(12) value 'SQRTROLL'.
77 ws-auth-result    picture x     value 'Y'.
77 ws-apply-flag     picture x value 'N'.
   88 ws-apply-active            value 'Y'.
77 ws-asof-env       picture x(16) value spaces.
77 ws-asof-len       picture 9(2) value 0.
77 ws-asof           picture 9(16) value 0.
77 ws-asof-ok        picture x value 'Y'.
   88 ws-asof-is-ok              value 'Y'.
77 ws-master-status  picture x(2) value spaces.
77 ws-run-id         picture x(8) value spaces.
77 ws-journal-function picture x value space.
77 ws-journal-eof    picture x value 'N'.

77 ws-read-count     picture 9(9) value 0.
77 ws-selected-count picture 9(9) value 0.
77 ws-undone-count   picture 9(9) value 0.
77 ws-exception-count picture 9(9) value 0.

77 ws-run-date-env picture x(8) value spaces.
01 report-file-name picture x(20).
01 report-run-date.
   02 report-yyyy picture 9(4).
   02 report-mm   picture 9(2).
   02 report-dd   picture 9(2).

copy SQRTJRNL.

01 undo-record.
   02 undo-key.
      03 undo-key-z      picture s9(11)v9(6).
      03 undo-key-degree picture 9(2).
   02 undo-root picture s9(11)v9(6).
   02 undo-iter picture 9(5).

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

01 title-line.
   02 filler picture x(6)  value spaces.
   02 filler picture x(30) value 'sqrt master rollback'.
   02 filler picture x(2)  value spaces.
   02 ttl-mode picture x(8).
   02 filler picture x(8)  value '  as of '.
   02 ttl-asof picture 9(16).

01 under-line.
   02 filler picture x(64) value
      '----------------------------------------------------------------'.

01 col-heads.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'journal stamp'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(12) value 'program'.
   02 filler picture x(9)  value 'run id'.
   02 filler picture x(4)  value 'act'.
   02 filler picture x(14) value spaces.
   02 filler picture x(6)  value 'number'.
   02 filler picture x(4)  value spaces.
   02 filler picture x(6)  value 'degree'.
   02 filler picture x(2)  value spaces.
   02 filler picture x(4)  value 'undo'.

01 undo-line.
   02 filler picture x(1)  value spaces.
   02 udl-stamp   picture 9(16).
   02 filler picture x(2)  value spaces.
   02 udl-program picture x(12).
   02 udl-run-id  picture x(8).
   02 filler picture x(1)  value spaces.
   02 udl-action  picture x(1).
   02 filler picture x(2)  value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==udl-z==.
   02 filler picture x(4)  value spaces.
   02 udl-degree  picture z9.
   02 filler picture x(4)  value spaces.
   02 udl-undo    picture x(12).
   02 filler picture x(2)  value spaces.
   02 udl-status  picture x(12).

01 no-master-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(34) value 'master file not available, status '.
   02 nmm-status picture x(2).

01 no-asof-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(57) value
      'SQRTROLL_ASOF required as yyyymmdd[hhmmss[cc]], no action'.

01 report-only-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(50) value
      'report only, SQRTROLL_MODE=APPLY to roll back'.

01 not-auth-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(50) value
      'operator not authorized for APPLY, report only'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'journal read....'.
   02 trl-read      picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'after as-of.....'.
   02 trl-selected  picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'undone..........'.
   02 trl-undone    picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'exceptions......'.
   02 trl-exception picture zzzzzzzz9.

procedure division.
    accept ws-mode from environment 'SQRTROLL_MODE'.
    if ws-mode is equal to 'APPLY' or ws-mode is equal to 'apply'
        move 'APPLY' to ws-mode
        move 'Y' to ws-apply-flag
        call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
            ws-auth-result
        if ws-auth-result is not equal to 'Y'
            move 'REPORT' to ws-mode
            move 'N' to ws-apply-flag
        end-if
    else
        move 'REPORT' to ws-mode
    end-if.
    accept ws-run-id from environment 'SQRT_RUN_ID'.
    if ws-run-id is equal to spaces
        move 'ROLLBACK' to ws-run-id
    end-if.
    accept ws-asof-env from environment 'SQRTROLL_ASOF'.
    perform check-asof.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is numeric
        move ws-run-date-env to report-run-date
    else
        move function current-date(1:8) to report-run-date
    end-if.
    string 'SQRTROLL' report-yyyy report-mm report-dd '.RPT'
        delimited by size into report-file-name.
    open output standard-output, output report-file.
    move ws-mode to ttl-mode.
    move ws-asof to ttl-asof.
    write out-line from title-line after advancing 0 lines.
    write report-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    if not ws-asof-is-ok
        write out-line from no-asof-mess after advancing 1 line
        write report-line from no-asof-mess after advancing 1 line
        close standard-output, report-file
        move 8 to return-code
        stop run
    end-if.
    if ws-auth-result is not equal to 'Y'
        write out-line from not-auth-mess after advancing 1 line
        write report-line from not-auth-mess after advancing 1 line
    else
        if not ws-apply-active
            write out-line from report-only-mess after advancing 1 line
            write report-line from report-only-mess after advancing 1 line
        end-if
    end-if.
    write out-line from col-heads after advancing 1 line.
    write report-line from col-heads after advancing 1 line.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.

    sort sort-work
        on descending key sr-seq
        input procedure is select-journal thru select-journal-done
        output procedure is undo-journal thru undo-journal-done.

    move ws-read-count      to trl-read.
    move ws-selected-count  to trl-selected.
    move ws-undone-count    to trl-undone.
    move ws-exception-count to trl-exception.
    write out-line from trailer-line after advancing 2 lines.
    write report-line from trailer-line after advancing 2 lines.
    close standard-output, report-file.
    perform write-batch-log.
    if ws-exception-count is greater than zero
        move 4 to return-code
    end-if.
    if ws-auth-result is not equal to 'Y'
        move 8 to return-code
    end-if.
stop run.

check-asof.
    move 'Y' to ws-asof-ok.
    move zero to ws-asof-len.
    inspect ws-asof-env tallying ws-asof-len
        for characters before initial space.
    if ws-asof-len is less than 8
        move 'N' to ws-asof-ok
    else
        if ws-asof-env(1:ws-asof-len) is not numeric
            move 'N' to ws-asof-ok
        end-if
    end-if.
    if ws-asof-is-ok
        inspect ws-asof-env replacing all space by '0'
        move ws-asof-env to ws-asof
    end-if.

select-journal.
    open input journal-file.
sj1.
    read journal-file into journal-rec at end go to sj-done end-read.
    add 1 to ws-read-count.
    if jr-stamp is not numeric
        go to sj1
    end-if.
    if jr-stamp is greater than ws-asof
        add 1 to ws-selected-count
        move ws-read-count to sr-seq
        move journal-rec to sr-journal
        release sort-record
    end-if.
    go to sj1.
sj-done.
    close journal-file.
select-journal-done.
    exit.

undo-journal.
    if ws-apply-active
        open i-o master-file
        if ws-master-status is not equal to '00'
                and ws-master-status is not equal to '05'
            move ws-master-status to nmm-status
            write out-line from no-master-mess after advancing 1 line
            write report-line from no-master-mess
                after advancing 1 line
            move 'N' to ws-apply-flag
            add 1 to ws-exception-count
        end-if
    end-if.
uj1.
    return sort-work at end go to uj-done end-return.
    move sr-journal to journal-rec.
    move jr-stamp   to udl-stamp.
    move jr-program to udl-program.
    move jr-run-id  to udl-run-id.
    move jr-action  to udl-action.
    move spaces to udl-status.
    evaluate jr-action
        when 'A'
            move jra-key-z  to udl-z
            move jra-degree to udl-degree
            move 'DELETE' to udl-undo
        when 'C'
            move jra-key-z  to udl-z
            move jra-degree to udl-degree
            if jr-before-flag is equal to 'Y'
                move 'RESTORE' to udl-undo
            else
                move 'DELETE' to udl-undo
            end-if
        when 'D'
            move jrb-key-z  to udl-z
            move jrb-degree to udl-degree
            move 'RESTORE' to udl-undo
        when other
            move zero to udl-z, udl-degree
            move 'NONE' to udl-undo
            move 'BAD ACTION' to udl-status
            add 1 to ws-exception-count
    end-evaluate.
    if ws-apply-active and udl-status is equal to spaces
        perform undo-one-change thru undo-one-change-exit
    end-if.
    write out-line from undo-line after advancing 1 line.
    write report-line from undo-line after advancing 1 line.
    go to uj1.
uj-done.
    if ws-apply-active
        close master-file
        move 'C' to ws-journal-function
        call 'SQRTJRNL' using ws-journal-function, journal-rec
    end-if.
undo-journal-done.
    exit.

undo-one-change.
    if udl-undo is equal to 'RESTORE'
        move jr-before to undo-record
        move undo-key to master-key
        move spaces to journal-rec
        read master-file key is master-key
        if ws-master-status is equal to '00'
            move master-record to jr-before
            move 'Y' to jr-before-flag
            move undo-record to master-record
            rewrite master-record
            move 'C' to jr-action
        else
            move undo-record to master-record
            write master-record
            move 'A' to jr-action
        end-if
        if ws-master-status is not equal to '00'
            move 'FAILED ' to udl-status
            move ws-master-status to udl-status(8:2)
            add 1 to ws-exception-count
            go to undo-one-change-exit
        end-if
        move undo-record to jr-after
        move 'Y' to jr-after-flag
        move 'RESTORED' to udl-status
    else
        move jr-after to undo-record
        move undo-key to master-key
        move spaces to journal-rec
        read master-file key is master-key
        if ws-master-status is not equal to '00'
            move 'NOT FOUND' to udl-status
            add 1 to ws-exception-count
            go to undo-one-change-exit
        end-if
        move master-record to jr-before
        move 'Y' to jr-before-flag
        delete master-file record
        if ws-master-status is not equal to '00'
            move 'FAILED ' to udl-status
            move ws-master-status to udl-status(8:2)
            add 1 to ws-exception-count
            go to undo-one-change-exit
        end-if
        move 'D' to jr-action
        move 'DELETED' to udl-status
    end-if.
    add 1 to ws-undone-count.
    move 'SQRTROLL' to jr-program.
    move ws-run-id to jr-run-id.
    move 'W' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
undo-one-change-exit.
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
    move 'SQRTROLL' to bl-program.
    move 'SQRTJRNL.DAT' to bl-input.
    move spaces to bl-parms.
    string 'MODE=' delimited by size
        ws-mode delimited by space
        ' ASOF=' ws-asof delimited by size
        into bl-parms.
    move ws-selected-count to bl-read.
    move ws-undone-count to bl-good.
    move ws-exception-count to bl-bad.
    if ws-exception-count is greater than zero
        move 'EXCEPTIONS' to bl-outcome
    else
        move 'COMPLETE' to bl-outcome
    end-if.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
