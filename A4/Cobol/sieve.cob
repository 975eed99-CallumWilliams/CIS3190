environment division.
	input-output section.
		file-control.
			select optional standard-output assign to dynamic output-file-name
				organization is line sequential
				file status is out-status.

data division.
	file section.
		fd standard-output.
			01 stdout pic x(80).
		fd twin-file.
	working-storage section.
		77 N pic 9(8) value 0.
		77 param-eof pic 9 value 0.
		77 param-record pic x(8).
		77 parm-section pic x(13) value 'SIEVE'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 work-eof pic 9 value 0.
		77 checkpoint-eof pic 9 value 0.
		77 checkpoint-interval pic 9(8) value 100000.

	determine-n.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to 1
			display prompt-msg
			accept N
		else
			move param-record to N.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	choose-run-id.

