environment division.
	input-output section.
		file-control.
			select optional catalog-file assign to "sievecat.ctl" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select optional cur-file assign to dynamic cur-file-name
				organization is line sequential
				file status is cur-status.

data division.
	file section.
		fd catalog-file.
			01 catalog-record pic x(120).
		fd alert-file.
			01 alert-record pic x(120).
		fd cur-file.
			01 cur-record pic x(80).
		fd pri-file.
			01 report-out pic x(80).
	working-storage section.
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13) value 'SIEVECMP'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 cat-eof pic 9 value 0.
		77 auto-mode pic 9 value 0.
		77 cur-file-name pic x(48).
			02 filler pic x(1) value spaces.
			02 filler pic x(44)
				value 'NO RUN HEADER FOUND - LISTING EMPTY OR WRONG'.
		77 alr-timestamp pic x(21).
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'sievecmp'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.

	close report-file.

	if disagree-flag is equal to 1
		perform post-difference-alert
		move 8 to return-code.

	stop run.

		move spaces to cur-file-name.
		move spaces to pri-file-name.
		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			if param-record is equal to 'AUTO' or param-record is equal to 'auto'
				move 1 to auto-mode
			else
				move param-record to cur-file-name
				add 1 to parm-index
				perform read-parm-line
				if param-eof is equal to zero
					move param-record to pri-file-name
				end-if
			end-if
		else
			move 1 to auto-mode.
		if auto-mode is equal to 1
			perform resolve-from-catalog.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	resolve-from-catalog.

		move 0 to cat-eof.
			write report-out from band-compare-line after advancing 1 line
		end-if.
		add 1 to band-idx.

	post-difference-alert.

		move 2 to alr-severity.
		move 'SIEVEDIF' to alr-code.
		move spaces to alr-text.
		string 'SIEVE RUNS DISAGREE - CURRENT N ' cur-n ' PRIOR N ' pri-n
			delimited by size into alr-text.
		perform post-alert.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
