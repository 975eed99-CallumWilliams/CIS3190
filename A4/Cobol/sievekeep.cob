environment division.
	input-output section.
		file-control.
			select optional catalog-file assign to "sievecat.ctl" organization is line sequential.
			select optional catalog-work assign to "catwork.tmp" organization is line sequential.
			select report-file assign to "sievekeep.txt" organization is line sequential.

data division.
	file section.
		fd catalog-file.
			01 catalog-record pic x(120).
		fd catalog-work.
		77 catalog-count pic 9(3) value 0.
		77 catalog-dropped pic 9(6) value 0.
		77 param-eof pic 9 value 0.
		77 param-record pic x(3).
		77 parm-section pic x(13) value 'SIEVEKEEP'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 cat-eof pic 9 value 0.
		77 work-eof pic 9 value 0.
		77 keep-count pic 9(3) value 3.

	read-keep-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move param-record to keep-count.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	load-catalog.

