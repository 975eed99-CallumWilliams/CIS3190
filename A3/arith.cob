	input-output section.
		file-control.
			select optional trans-file assign to "arithin.txt" organization is line sequential.
			select report-file assign to display.

data division.
	file section.
		fd trans-file.
			01 trans-record pic x(80).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		77 lock-caller pic x(13) value 'arith'.
		77 lock-kind pic x value 'W'.
		77 lock-ret pic 9 value 0.
		77 parm-section pic x(13).
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 conv-mode pic x value 'S'.
		77 trans-read pic 9(6) value 0.
		77 trans-computed pic 9(6) value 0.

	read-conv-mode.

		move 'CONVMODE' to parm-section.
		move 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to conv-mode
			inspect conv-mode converting 'l' to 'L'.

	read-transaction.

