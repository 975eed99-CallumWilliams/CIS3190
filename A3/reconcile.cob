	input-output section.
		file-control.
			select optional audit-file assign to "audit.txt" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select report-file assign to "reconcile.txt" organization is line sequential.

data division.
	file section.
		fd audit-file.
			01 audit-record pic x(96).
		fd alert-file.
			01 alert-record pic x(120).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		01 balance-line.
			02 filler pic x(11) value spaces.
			02 bal-text pic x(30).
		77 alr-timestamp pic x(21).
		77 alr-count pic zzzzz9.
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'reconcile'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.

	perform release-run-lock.

	if mismatch-count is greater than zero
		perform post-mismatch-alert
		move 8 to return-code.

	goback.
		else
			move 'Audit file is OUT OF BALANCE' to bal-text.
		write report-out from balance-line after advancing 1 line.

	post-mismatch-alert.

		move 1 to alr-severity.
		move 'RTMISMAT' to alr-code.
		move mismatch-count to alr-count.
		move spaces to alr-text.
		string 'AUDIT FILE OUT OF BALANCE - ROUND-TRIP MISMATCHES' alr-count
			delimited by size into alr-text.
		perform post-alert.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
