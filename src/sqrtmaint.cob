77 ws-master-status  picture x(2) value spaces.
77 ws-master-active  picture x value 'Y'.
   88 ws-master-is-active        value 'Y'.
77 ws-run-id         picture x(8) value spaces.
77 ws-journal-function picture x value space.
77 ws-journal-count  picture 9(9) value 0.
77 ws-auth-function  picture x(8) value spaces.
77 ws-auth-program   picture x(12) value 'SQRTMAINT'.
77 ws-auth-result    picture x value 'N'.
copy SQRTJRNL.

77 tolerance          picture v9(5) value 0.00001.
77 ws-verify-threshold picture v9(5) value 0.0001.
   02 filler picture x(34) value 'master file not available, status '.
   02 nmm-status picture x(2).

01 not-auth-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(30) value 'operator not authorized for '.
   02 nam-function picture x(8).
   02 filler picture x(15) value ', nothing done'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'records read....'.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'mismatched......'.
   02 trl-mismatch picture zzzzzzzz9.
   02 filler picture x(3)  value spaces.
   02 filler picture x(16) value 'journalled......'.
   02 trl-journal  picture zzzzzzzz9.

procedure division.
    accept ws-function from environment 'SQRTMAINT_FUNC'.
    if dump-file-name is equal to spaces
        move 'SQRTMSTR.SEQ' to dump-file-name
    end-if.
    accept ws-run-id from environment 'SQRT_RUN_ID'.
    if ws-run-id is equal to spaces
        move ws-function to ws-run-id
    end-if.
    accept ws-run-date-env from environment 'SQRT_RUN_DATE'.
    if ws-run-date-env is numeric
        move ws-run-date-env to report-run-date
    write report-line from title-line after advancing 0 lines.
    write out-line from under-line after advancing 1 line.
    write report-line from under-line after advancing 1 line.
    if ws-function is equal to 'PURGE' or ws-function is equal to 'RELOAD'
        move ws-function to ws-auth-function
        call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
            ws-auth-result
        if ws-auth-result is not equal to 'Y'
            move ws-function to nam-function
            write out-line from not-auth-mess after advancing 1 line
            write report-line from not-auth-mess after advancing 1 line
            move 'NOTAUTH' to ws-function
        end-if
    end-if.

    evaluate ws-function
        when 'BROWSE'
            perform reload-master thru reload-master-done
        when 'VERIFY'
            perform verify-master thru verify-master-done
        when 'NOTAUTH'
            continue
        when other
            perform browse-master thru browse-master-done
    end-evaluate.
    write report-line from trailer-line-2 after advancing 1 line.
    move ws-verified-count to trl-verified.
    move ws-mismatch-count to trl-mismatch.
    move ws-journal-count  to trl-journal.
    write out-line from trailer-line-3 after advancing 1 line.
    write report-line from trailer-line-3 after advancing 1 line.
    close standard-output, report-file.
    if ws-function is equal to 'NOTAUTH'
        move 8 to return-code
    end-if.
stop run.

browse-master.
    end-if.
    move purge-z           to prg-z.
    move master-key-degree to prg-degree.
    move spaces to journal-rec.
    read master-file key is master-key.
    if ws-master-status is equal to '00'
        move master-record to jr-before
        move 'Y' to jr-before-flag
    end-if.
    delete master-file record.
    if ws-master-status is equal to '00'
        add 1 to ws-purged-count
        move 'PURGED' to prg-status
        move 'D' to jr-action
        perform journal-master-change
    else
        add 1 to ws-notfound-count
        move 'NOT FOUND' to prg-status
    go to pm1.
pm-done.
    close purge-file, master-file.
    perform close-journal.
purge-master-done.
    exit.

    exit.

reload-master.
    perform journal-master-clear thru journal-master-clear-done.
    open output master-file.
    if ws-master-status is not equal to '00'
            and ws-master-status is not equal to '05'
    write master-record.
    if ws-master-status is equal to '00'
        add 1 to ws-loaded-count
        move spaces to journal-rec
        move master-record to jr-after
        move 'Y' to jr-after-flag
        move 'A' to jr-action
        perform journal-master-change
    else
        add 1 to ws-load-dup-count
    end-if.
    go to rl1.
rl-done.
    close dump-file, master-file.
    perform close-journal.
reload-master-done.
    exit.

verify-master-done.
    exit.

journal-master-clear.
    open input master-file.
    if ws-master-status is equal to '05'
        close master-file
        go to journal-master-clear-done
    end-if.
    if ws-master-status is not equal to '00'
        go to journal-master-clear-done
    end-if.
jmc1.
    read master-file next at end go to jmc-done end-read.
    move spaces to journal-rec.
    move master-record to jr-before.
    move 'Y' to jr-before-flag.
    move 'D' to jr-action.
    perform journal-master-change.
    go to jmc1.
jmc-done.
    close master-file.
journal-master-clear-done.
    exit.

journal-master-change.
    move 'SQRTMAINT' to jr-program.
    move ws-run-id to jr-run-id.
    move 'W' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.
    add 1 to ws-journal-count.

close-journal.
    move 'C' to ws-journal-function.
    call 'SQRTJRNL' using ws-journal-function, journal-rec.

open-master-input.
    move 'Y' to ws-master-active.
    open input master-file.
