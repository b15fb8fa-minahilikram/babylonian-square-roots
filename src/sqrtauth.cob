identification division.
program-id. SQRTAUTH.
environment division.
input-output section.

file-control.
    select optional auth-file assign to "SQRTAUTH.DAT"
    organization is line sequential.
    select optional batch-log-file assign to "BATCHRUN.LOG"
    organization is line sequential.

data division.

file section.
fd auth-file.
    01 auth-io-record picture x(80).
fd batch-log-file.
    01 batch-log-io-record picture x(200).

working-storage section.
copy SQRTAUTH.
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

linkage section.
77 auth-function picture x(8).
77 auth-program  picture x(12).
77 auth-result   picture x.

procedure division using auth-function, auth-program, auth-result.
    move 'N' to auth-result.
    accept ws-operator from environment 'USER'.
    if ws-operator is equal to spaces
        move 'UNKNOWN' to ws-operator
    end-if.
    open input auth-file.
au1.
    read auth-file into operator-auth-card at end go to au-done end-read.
    if operator-auth-card(1:1) is equal to '*'
        go to au1
    end-if.
    if au-operator is not equal to ws-operator
        go to au1
    end-if.
    if au-function is equal to auth-function
            or au-function is equal to 'ALL'
        move 'Y' to auth-result
        go to au-done
    end-if.
    go to au1.
au-done.
    close auth-file.
    if auth-result is equal to 'N'
        perform log-refusal
    end-if.
    goback.

log-refusal.
    move function current-date(1:8) to bts-date.
    move function current-date(9:6) to bts-time.
    move spaces to bl-ts.
    string bts-yyyy '-' bts-mm '-' bts-dd ' '
           bts-hh ':' bts-mi ':' bts-ss
           delimited by size into bl-ts.
    move ws-operator to bl-operator.
    move auth-program to bl-program.
    move 'SQRTAUTH.DAT' to bl-input.
    move spaces to bl-parms.
    string 'FUNC=' delimited by size
        auth-function delimited by space
        into bl-parms.
    move zero to bl-read, bl-good, bl-bad.
    move 'NOT AUTH' to bl-outcome.
    open extend batch-log-file.
    write batch-log-io-record from batch-log-record.
    close batch-log-file.
