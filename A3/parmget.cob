program-id. parmget.

environment division.
	input-output section.
		file-control.
			select optional library-file assign to "parmlib.ctl"
				organization is line sequential
				file status is library-status.

data division.
	file section.
		fd library-file.
			01 library-record pic x(80).
	working-storage section.
		77 library-status pic xx.
		77 library-eof pic 9 value 0.
		77 in-section pic 9 value 0.
		77 section-seen pic 9 value 0.
		77 lines-counted pic 9(3) value 0.
		77 header-name pic x(13).
		77 wanted-name pic x(13).

	linkage section.
		01 parm-section pic x(13).
		01 parm-index pic 9(3).
		01 parm-value pic x(80).
		01 parm-ret pic 9.

procedure division using parm-section, parm-index, parm-value, parm-ret.

	move spaces to parm-value.
	move 2 to parm-ret.
	move parm-section to wanted-name.
	inspect wanted-name converting 'abcdefghijklmnopqrstuvwxyz'
		to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

	move 0 to library-eof.
	move 0 to in-section.
	move 0 to section-seen.
	move 0 to lines-counted.
	open input library-file.
	if library-status is not equal to '00'
		close library-file
		goback.
	perform scan-library-line until library-eof is equal to 1.
	close library-file.

	if parm-ret is not equal to zero and section-seen is equal to 1
		move 1 to parm-ret.

	goback.

	scan-library-line.

		read library-file at end move 1 to library-eof.
		if library-eof is equal to zero
			if library-record(1:1) is equal to '['
				perform check-section-header
			else if library-record is equal to spaces
					or library-record(1:1) is equal to '*'
				continue
			else if in-section is equal to 1
				add 1 to lines-counted
				if lines-counted is equal to parm-index
					move library-record to parm-value
					move 0 to parm-ret
					move 1 to library-eof.

	check-section-header.

		if in-section is equal to 1
			move 1 to library-eof
		else
			move spaces to header-name
			unstring library-record(2:79) delimited by ']' or space
				into header-name
			inspect header-name converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			if header-name is equal to wanted-name
				move 1 to in-section
				move 1 to section-seen.
