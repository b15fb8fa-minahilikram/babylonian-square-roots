copy SQRTFLD2 replacing ==FIELD-NAME== by ==work-approx==.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==prev-approx==.
copy SQRTFLD2 replacing ==FIELD-NAME== by ==temp==.
copy SQRTFLD1 replacing ==FIELD-NAME== by ==work-input==.
77 ws-negative  picture x value 'N'.
77 ws-exponent  picture 9(2).
77 ws-xpow      picture s9(11)v9(12).
77 ws-degree-m1 picture 9(2).
	compute ws-exponent = degree - 1.
	compute ws-degree-m1 = degree - 1.
	move zero to iterations-used.
	move number-input to work-input.
	move 'N' to ws-negative.
	if number-input is less than zero
		if function mod(degree, 2) is equal to zero
			move zero to approx
			goback
		end-if
		compute work-input = - number-input
		move 'Y' to ws-negative
	end-if.
	move approx to work-approx.
	if work-approx is less than zero
		compute work-approx = - work-approx
	end-if.
	perform calculation thru calc-exit
		varying k from 1 by 1 until k is greater than 1000.
	move work-approx to approx.
	if ws-negative = 'Y' compute approx = - approx end-if.
	goback.

calculation.
	move work-approx to prev-approx.
	compute ws-xpow rounded = work-approx ** ws-exponent.
	compute ws-term1 = ws-degree-m1 * work-approx.
	compute ws-term2 rounded = work-input / ws-xpow.
	compute work-approx rounded = (ws-term1 + ws-term2) / degree.
	move k to iterations-used.
	subtract work-approx from prev-approx giving temp.
		go to calc-exit
	end-if.
	move work-approx to approx.
	if ws-negative = 'Y' compute approx = - approx end-if.
	goback.
calc-exit.
	exit.
