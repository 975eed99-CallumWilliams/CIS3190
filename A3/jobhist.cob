	input-output section.
		file-control.
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select optional mark-file assign to "abendmark.ctl" organization is line sequential.
			select report-file assign to "jobhist.txt" organization is line sequential.

data division.
	file section.
		fd job-log.
			01 job-log-record pic x(120).
		fd alert-file.
			01 alert-record pic x(120).
		fd mark-file.
			01 mark-record pic x(14).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
			02 ovw-count pic zzzzz9.
			02 filler pic x(1) value spaces.
			02 ovw-text pic x(40).
		77 alr-timestamp pic x(21).
		77 mark-eof pic 9 value 0.
		77 last-alerted pic x(14) value spaces.
		77 newest-alerted pic x(14) value spaces.
		77 abend-stamp pic x(14).
		77 mark-today pic 9(8).
		77 mark-int pic 9(7).
		77 mark-yesterday pic 9(8).
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'jobhist'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.

	perform read-alert-mark.

	open input job-log.
	perform read-log-event until log-eof is equal to 1.
	close job-log.

	perform flush-pending-starts.
	perform save-alert-mark.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	record-abend-run.

		add 1 to abend-count.
		perform post-abend-alert.
		if run-count is less than 500
			add 1 to run-count
			move pnd-program(slot) to run-program(run-count)
		write report-out from footer-line-abend after advancing 1 line.
		if unmatched-end-count is greater than zero
			write report-out from footer-line-unmatched after advancing 1 line.

	read-alert-mark.

		open input mark-file.
		read mark-file at end move 1 to mark-eof.
		if mark-eof is equal to zero
			move mark-record to last-alerted
		else
			move function current-date to alr-timestamp
			move alr-timestamp(1:8) to mark-today
			compute mark-int = function integer-of-date(mark-today) - 1
			compute mark-yesterday = function date-of-integer(mark-int)
			string mark-yesterday '000000' delimited by size into last-alerted.
		close mark-file.
		move last-alerted to newest-alerted.

	save-alert-mark.

		if newest-alerted is greater than last-alerted
			open output mark-file
			write mark-record from newest-alerted
			close mark-file.

	post-abend-alert.

		move spaces to abend-stamp.
		string pnd-date(slot) pnd-time(slot) delimited by size into abend-stamp.
		if abend-stamp is greater than last-alerted
			move 1 to alr-severity
			move 'ABEND' to alr-code
			move spaces to alr-text
			string 'PROBABLE ABEND ' pnd-program(slot) ' STARTED '
				pnd-date(slot) ' ' pnd-time(slot)
				delimited by size into alr-text
			perform post-alert
			if abend-stamp is greater than newest-alerted
				move abend-stamp to newest-alerted.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
