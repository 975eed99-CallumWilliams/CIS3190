environment division.
	input-output section.
		file-control.
			select optional prime-master assign to "primemast.dat"
				organization is indexed
				access is dynamic
				record key is pm-prime
				alternate record key is pm-ordinal with duplicates
				file status is master-status.
			select optional hwm-file assign to "primehwm.ctl" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select report-file assign to "primemnt.txt" organization is line sequential.

data division.
	file section.
		fd prime-master.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd alert-file.
			01 alert-record pic x(120).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13) value 'PRIMEMNT'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 hwm-eof pic 9 value 0.
		77 master-eof pic 9 value 0.
		77 master-status pic xx.
		77 above-hwm-count pic 9(8) value 0.
		77 unverified-count pic 9(8) value 0.
		77 purged-count pic 9(8) value 0.
		77 ordinal-fixed-count pic 9(8) value 0.
		77 first-bad-ordinal pic 9(8) value 0.
		77 ordinal-fail-count pic 9(8) value 0.
		01 run-table.
			02 run-entry occurs 50 times.
				03 rid-key pic x(16).
		01 report-line-above.
			02 filler pic x(20) value 'Keys above range ..:'.
			02 rla-count pic zzzzzzz9.
		01 report-line-ordinals.
			02 filler pic x(20) value 'Ordinals corrected :'.
			02 rlo-count pic zzzzzzz9.
			02 filler pic x(9) value '  first  '.
			02 rlo-first pic zzzzzzz9.
		01 report-line-ordfail.
			02 filler pic x(20) value 'Ordinal rewrite err:'.
			02 rlf-count pic zzzzzzz9.
		01 report-line-unverified.
			02 filler pic x(20) value 'Not verifiable ....:'.
			02 rlu-count pic zzzzzzz9.
		01 recount-refused-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(42) value 'CONTROL TOTAL NOT RESET - AUDIT NOT CLEAN'.
		77 alr-timestamp pic x(21).
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'primemnt'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.

	perform read-maintenance-param.
	perform read-hwm-control.

	open input prime-master.
	if master-status is equal to '00'
		close prime-master
		open i-o prime-master.
	if master-status is not equal to '00'
		close prime-master
		open output report-file
		write report-out from underline-1 after advancing 1 line
		write report-out from master-missing-line after advancing 1 line
		close report-file
		perform post-missing-alert
		move 8 to return-code
		goback.


	if bad-key-count is greater than zero
			or missing-count is greater than zero
			or ordinal-fail-count is greater than zero
		perform post-integrity-alert
		move 8 to return-code.

	goback.

	read-maintenance-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move spaces to parm-verb
			move spaces to parm-operand
				move parm-operand to purge-run-id
			else if parm-verb is equal to 'RECOUNT'
				move 1 to recount-mode.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	read-hwm-control.

				move 1 to master-have-key
				move pm-prime to master-key
				move pm-run-id to master-run
				add 1 to records-on-master
				perform verify-master-ordinal.

	verify-master-ordinal.

		if pm-ordinal is not equal to records-on-master
			add 1 to ordinal-fixed-count
			if first-bad-ordinal is equal to zero
				move master-key to first-bad-ordinal
			end-if
			move records-on-master to pm-ordinal
			rewrite master-record
			if master-status is not equal to '00'
				add 1 to ordinal-fail-count.

	audit-one-candidate.

		write report-out from report-line-badkey after advancing 1 line.
		move above-hwm-count to rla-count.
		write report-out from report-line-above after advancing 1 line.
		move ordinal-fixed-count to rlo-count.
		move first-bad-ordinal to rlo-first.
		write report-out from report-line-ordinals after advancing 1 line.
		if ordinal-fail-count is greater than zero
			move ordinal-fail-count to rlf-count
			write report-out from report-line-ordfail after advancing 1 line.
		if unverified-count is greater than zero
			move unverified-count to rlu-count
			write report-out from report-line-unverified after advancing 1 line.
			end-if
			write report-out from underline-1 after advancing 1 line.
		if bad-key-count is equal to zero and missing-count is equal to zero
				and ordinal-fail-count is equal to zero
			write report-out from verdict-clean-line after advancing 1 line
		else
			write report-out from verdict-dirty-line after advancing 1 line.
		move rid-count(run-idx) to rdl-count.
		write report-out from run-detail-line after advancing 1 line.
		add 1 to run-idx.

	post-missing-alert.

		move 1 to alr-severity.
		move 'MASTMISS' to alr-code.
		move 'PRIME MASTER MISSING OR UNOPENABLE' to alr-text.
		perform post-alert.

	post-integrity-alert.

		move 1 to alr-severity.
		move 'MASTINTG' to alr-code.
		move spaces to alr-text.
		string 'AUDIT FAILED BAD KEYS ' bad-key-count
			' MISSING ' missing-count ' ORD ' ordinal-fail-count
			delimited by size into alr-text.
		perform post-alert.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
