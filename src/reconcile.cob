   02 filler    picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==out-number==.
   02 filler    picture x(3) value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==out-fixed==.
   02 filler    picture x(3) value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==out-conv==.
   02 filler    picture x(3) value spaces.
   02 out-status picture x(8).

    perform get-next-recon-card thru gnrc-done.
    if ws-input-eof is equal to 'Y' go to r-finish end-if.
    if ws-card-ready is not equal to 'Y' go to r1 end-if.
    if recon-degree is numeric and recon-degree is greater than or equal to 2
        move recon-degree to degree
    else
        move 2 to degree
    end-if.
    if recon-number is equal to zero
        move 'REJECTED' to out-status
    end-if.
    if recon-number is less than zero
            and function mod(degree, 2) is equal to zero
        move 'NEG-EVEN' to out-status
    end-if.
    if out-status is not equal to spaces
        add 1 to ws-rejected-count
        move recon-number to out-number
        move zero          to out-fixed
        move zero          to out-conv
        write out-line from recon-line after advancing 1 line
        write report-line from recon-line after advancing 1 line
        move spaces to out-status
        go to r1
    end-if.
    add 1 to ws-read-count.
    compute ws-degree-m1 = degree - 1.
    compute ws-exponent = degree - 1.
    move recon-number to number-input.
    call 'sqroot' using number-input, fixed-approx, tolerance,
        iterations-used, degree.
    move number-input to rz.
    if rz is less than zero compute rz = - rz end-if.
    divide 2 into rz giving rx rounded.
    perform rc2 thru rc-e2 varying rk from 1 by 1
        until rk is greater than 1000.
rc-e2.
    move ry to rx.
r1-compare.
    if number-input is less than zero compute rx = - rx end-if.
    if out-status is not equal to 'ABORT'
        compute rtemp = fixed-approx - rx
        if rtemp is less than zero compute rtemp = - rtemp end-if
