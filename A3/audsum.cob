	input-output section.
		file-control.
			select optional audit-file assign to "audit.txt" organization is line sequential.
			select report-file assign to "audsum.txt" organization is line sequential.

data division.
	file section.
		fd audit-file.
			01 audit-record pic x(96).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
			02 aud-status pic x(8).
		77 aud-eof pic 9 value 0.
		77 param-eof pic 9 value 0.
		77 param-record pic x(3).
		77 parm-section pic x(13) value 'AUDSUM'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'audsum'.
		77 lock-kind pic x value 'R'.

	read-threshold-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move param-record to reject-threshold.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	clear-day-counts.

