	input-output section.
		file-control.
			select optional runhist-file assign to "runhist.txt" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select report-file assign to "runbal.txt" organization is line sequential.

data division.
	file section.
		fd runhist-file.
			01 runhist-record pic x(48).
		fd alert-file.
			01 alert-record pic x(120).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		77 history-dropped pic 9(6) value 0.
		77 hist-eof pic 9 value 0.
		77 param-eof pic 9 value 0.
		77 param-record pic x(3).
		77 parm-section pic x(13) value 'RUNBAL'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 variance-threshold pic 9(3) value 25.
		77 run-idx pic 9(3).
		77 back-idx pic 9(3).
			02 filler pic x(5) value ' *** '.
			02 dwl-count pic zzzzz9.
			02 filler pic x(36) value ' oldest runs beyond history limit'.
		77 alr-timestamp pic x(21).
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'runbal'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.


	read-threshold-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move param-record to variance-threshold.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	load-history.

		if run-flagged is equal to 1
			add 1 to flagged-runs
			if run-idx is equal to history-count
				move 1 to newest-flagged
				perform post-variance-alert.
		add 1 to run-idx.

	compute-trailing-averages.
		if history-dropped is greater than zero
			move history-dropped to dwl-count
			write report-out from dropped-warning-line after advancing 1 line.

	post-variance-alert.

		move 2 to alr-severity.
		move 'VARIANCE' to alr-code.
		move spaces to alr-text.
		string 'RUN ' hst-date(run-idx) ' OUTSIDE ' variance-threshold
			'% VARIANCE: ' rdl-alerts
			delimited by size into alr-text.
		perform post-alert.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
