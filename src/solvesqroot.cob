
working-storage section.
01 accept-input picture x(80).
copy SQRTFLD1 replacing ==FIELD-NAME== by ==number-input==.
copy SQRTEDITS replacing ==LEVELNO== by ==01== ==FIELD-NAME== by ==number-out==.
copy SQRTFLD1 replacing ==FIELD-NAME== by ==approx==.
copy SQRTEDITS replacing ==LEVELNO== by ==01== ==FIELD-NAME== by ==approx-out==.
01 i picture 9(36) value 0.
01 validation picture 9 value 1.
01 tolerance picture v9(5) value 0.00001.
		if number-input = ws-skip-value
			move 'Y' to ws-skip-flag
		else
			perform check-negative-degree
		end-if
	end-if.

		if number-input = ws-skip-value
			move 'Y' to ws-skip-flag
		else
			perform check-negative-degree
		end-if
	end-if.

check-negative-degree.
	if function mod(degree, 2) is equal to zero
		move 'N' to ws-input-valid
		display 'NEGATIVE NUMBER HAS NO REAL EVEN ROOT.'
		move 'NEGATIVE EVEN ROOT' to ws-reject-reason
		perform log-rejected
	end-if.

main.
	divide 2 into number-input giving approx.
	call 'sqroot' using number-input, approx, tolerance, iterations-used,
