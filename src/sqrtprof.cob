identification division.
program-id. SQRTPROF.
environment division.
input-output section.

file-control.
    select optional profile-file assign to "SQRTPROF.DAT"
    organization is line sequential.

data division.

file section.
fd profile-file.
    01 profile-io-record picture x(80).

working-storage section.
01 profile-work-card picture x(80).

linkage section.
77 profile-feed-id picture x(8).
copy SQRTPROF.
77 profile-found   picture x.

procedure division using profile-feed-id, feed-profile-card,
        profile-found.
    move 'N' to profile-found.
    move spaces to feed-profile-card.
    if profile-feed-id is equal to spaces
        goback
    end-if.
    open input profile-file.
pr1.
    read profile-file into profile-work-card at end go to pr-done end-read.
    if profile-work-card(1:1) is equal to '*'
        go to pr1
    end-if.
    if profile-work-card(1:8) is not equal to profile-feed-id
        go to pr1
    end-if.
    move profile-work-card to feed-profile-card.
    move 'Y' to profile-found.
pr-done.
    close profile-file.
    goback.
