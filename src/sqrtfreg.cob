identification division.
program-id. SQRTFREG.
environment division.
input-output section.

file-control.
    select optional registry-file assign to "SQRTFREG.DAT"
    organization is line sequential.

data division.

file section.
fd registry-file.
    01 registry-io-record picture x(80).

working-storage section.
01 registry-work-rec.
   02 rw-feed-id  picture x(8).
   02 filler      picture x(1).
   02 rw-date     picture 9(8).
   02 filler      picture x(1).
   02 rw-status   picture x(8).
   02 filler      picture x(62).
77 ws-dup-flag     picture x value 'N'.
77 ws-next-int     picture 9(8) value zero.
77 ws-weekday      picture 9 value zero.
77 ws-next-date    picture 9(8) value zero.

linkage section.
77 registry-function picture x.
copy SQRTFREG.
77 registry-result   picture x.
77 registry-last-date picture 9(8).

procedure division using registry-function, feed-registry-rec,
        registry-result, registry-last-date.
    if registry-function is equal to 'R'
        open extend registry-file
        move 'COMPLETE' to fr-status
        write registry-io-record from feed-registry-rec
        close registry-file
        move 'K' to registry-result
        goback
    end-if.
    move 'F' to registry-result.
    move zero to registry-last-date.
    move 'N' to ws-dup-flag.
    if fr-feed-id is equal to spaces
        goback
    end-if.
    open input registry-file.
fr1.
    read registry-file into registry-work-rec at end go to fr-done end-read.
    if rw-feed-id is not equal to fr-feed-id
            or rw-status is not equal to 'COMPLETE'
        go to fr1
    end-if.
    if rw-date is equal to fr-date
        move 'Y' to ws-dup-flag
    end-if.
    if rw-date is greater than registry-last-date
        move rw-date to registry-last-date
    end-if.
    go to fr1.
fr-done.
    close registry-file.
    evaluate true
        when ws-dup-flag is equal to 'Y'
            move 'D' to registry-result
        when registry-last-date is equal to zero
            move 'F' to registry-result
        when registry-last-date is greater than fr-date
            move 'S' to registry-result
        when other
            perform next-business-day thru next-business-day-exit
            if ws-next-date is not equal to zero
                    and ws-next-date is less than fr-date
                move 'G' to registry-result
            else
                move 'K' to registry-result
            end-if
    end-evaluate.
    goback.

next-business-day.
    move zero to ws-next-date.
    compute ws-next-int = function integer-of-date(registry-last-date).
    if ws-next-int is equal to zero
        go to next-business-day-exit
    end-if.
nb1.
    add 1 to ws-next-int.
    compute ws-weekday = function mod(ws-next-int - 1, 7).
    if ws-weekday is greater than 4
        go to nb1
    end-if.
    compute ws-next-date = function date-of-integer(ws-next-int).
next-business-day-exit.
    exit.
