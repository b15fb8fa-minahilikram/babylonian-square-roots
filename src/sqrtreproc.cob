
01 rescued-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==outr-z==.
   02 filler picture x(3) value spaces.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==outr-y==.
   02 filler picture x(11) value '   RESCUED'.

01 stuck-mess.
   02 filler picture x value space.
   copy SQRTEDITS replacing ==LEVELNO== by ==02== ==FIELD-NAME== by ==outs-z==.
   02 filler picture x(24) value '        STILL STUCK'.

01 trailer-line.
    compute ws-exponent = degree - 1.
    move ws-relaxed-diff to diff.
    move in-z to z.
    if z is less than zero compute z = - z end-if.
    divide 2 into z giving x rounded.
    perform rr2 thru rr-e2 varying k from 1 by 1
        until k is greater than 1000.
    subtract x from y giving temp.
    if temp is less than zero compute temp = - temp end-if.
    if temp / (y + x) is greater than diff go to rr-e2 end-if.
    if in-z is less than zero compute y = - y end-if.
    add 1 to ws-rescued-count.
    move in-z to outr-z.
    move y to outr-y.
