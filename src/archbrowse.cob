77 ws-restore-disp   picture x   value spaces.
77 ws-refused        picture x   value 'N'.
   88 ws-target-refused          value 'Y'.
77 ws-auth-function  picture x(8)  value 'RESTORE'.
77 ws-auth-program   picture x(12) value 'ARCHBROWSE'.
77 ws-auth-result    picture x     value 'N'.

77 ws-rstr-count picture 9(3) value 0.
77 ws-rstr-max   picture 9(3) value 50.
   02 filler picture x(42) value
      'ARCH_TARGET required for EXTRACT, listing'.

01 not-auth-mess.
   02 filler picture x(1)  value spaces.
   02 filler picture x(48) value
      'operator not authorized for EXTRACT, listing'.

01 trailer-line.
   02 filler picture x(1)  value spaces.
   02 filler picture x(16) value 'files listed....'.
        write out-line from no-target-mess after advancing 1 line
        write report-line from no-target-mess after advancing 1 line
    end-if.
    if ws-function is equal to 'EXTRACT'
        call 'SQRTAUTH' using ws-auth-function, ws-auth-program,
            ws-auth-result
        if ws-auth-result is not equal to 'Y'
            move 'Y' to ws-refused
            move 'LIST' to ws-function
            write out-line from not-auth-mess after advancing 1 line
            write report-line from not-auth-mess after advancing 1 line
        end-if
    end-if.

ab1.
    read history-file at end go to ab-finish end-read.
