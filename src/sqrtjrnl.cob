identification division.
program-id. SQRTJRNL.
environment division.
input-output section.

file-control.
    select optional journal-file assign to "SQRTJRNL.DAT"
    organization is line sequential.

data division.

file section.
fd journal-file.
    01 journal-io-record picture x(126).

working-storage section.
77 ws-journal-open picture x value 'N'.
   88 ws-journal-is-open         value 'Y'.

linkage section.
77 journal-function picture x.
copy SQRTJRNL.

procedure division using journal-function, journal-rec.
    if journal-function is equal to 'C'
        if ws-journal-is-open
            close journal-file
            move 'N' to ws-journal-open
        end-if
        goback
    end-if.
    if not ws-journal-is-open
        open extend journal-file
        move 'Y' to ws-journal-open
    end-if.
    move function current-date(1:16) to jr-stamp.
    if jr-before-flag is not equal to 'Y'
        move 'N' to jr-before-flag
        move zero to jrb-key-z, jrb-degree, jrb-root, jrb-iter
    end-if.
    if jr-after-flag is not equal to 'Y'
        move 'N' to jr-after-flag
        move zero to jra-key-z, jra-degree, jra-root, jra-iter
    end-if.
    write journal-io-record from journal-rec.
    goback.
