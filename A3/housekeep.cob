			select optional except-file assign to "exception.txt" organization is line sequential.
			select optional audit-file assign to "audit.txt" organization is line sequential.
			select optional audit-work assign to "audit.tmp" organization is line sequential.
			select optional reject-arch assign to dynamic reject-arch-name
				organization is line sequential
				file status is rej-arch-status.
data division.
	file section.
		fd reject-file.
			01 reject-record pic x(120).
		fd except-file.
			01 except-record pic x(150).
		fd audit-file.
			01 audit-record pic x(96).
		fd audit-work.
			01 audit-work-record pic x(96).
		fd reject-arch.
			01 reject-arch-record pic x(120).
		fd except-arch.
			01 except-arch-record pic x(150).
		fd audit-arch.
			01 audit-arch-record pic x(96).
		fd report-file.
			02 filler pic x(2).
			02 aud-status pic x(8).
		77 param-eof pic 9 value 0.
		77 param-record pic x(3).
		77 parm-section pic x(13) value 'HOUSEKEEP'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 roll-eof pic 9 value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'housekeep'.
		77 total-value-text pic x(7).
		77 total-value pic 9(7).
		77 unknown-count pic 9(6) value 0.
		77 bak-file pic x(30).
		77 bak-ret pic 9 value 0.
		77 backup-failed-count pic 9 value 0.
		01 backup-failed-table.
			02 bft-file pic x(14) occurs 3 times.
		77 backup-failed-slot pic 9.
		01 backup-failed-line.
			02 filler pic x(5) value ' *** '.
			02 bfl-file pic x(14).
			02 filler pic x(40) value 'BACKUP NOT WRITTEN - FILE NOT REWRITTEN'.
		01 purge-control-line.
			02 filler pic x(15) value 'PURGED THROUGH '.
			02 pcl-cutoff pic x(8).
	perform write-housekeep-report.
	perform release-run-lock.

	if backup-failed-count is greater than zero
		move 8 to return-code.

	goback.

	query-run-locks.

	read-retention-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move param-record to retention-days.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	compute-cutoff-date.

		perform build-archive-names.
		perform probe-archive-names.

	backup-before-rewrite.

		call "filebak" using bak-file, lock-caller, bak-ret.
		if bak-ret is equal to 2
			add 1 to backup-failed-count
			move bak-file to bft-file(backup-failed-count).

	roll-reject-file.

		move 'reject.txt' to bak-file.
		perform backup-before-rewrite.
		if bak-ret is not equal to 2
			move 0 to roll-eof
			open input reject-file
			open output reject-arch
			perform copy-reject-record until roll-eof is equal to 1
			close reject-arch
			close reject-file
			open output reject-file
			close reject-file.

	copy-reject-record.


	roll-except-file.

		move 'exception.txt' to bak-file.
		perform backup-before-rewrite.
		if bak-ret is not equal to 2
			move 0 to roll-eof
			open input except-file
			open output except-arch
			perform copy-except-record until roll-eof is equal to 1
			close except-arch
			close except-file
			open output except-file
			close except-file.

	copy-except-record.


	purge-audit-file.

		move 'audit.txt' to bak-file.
		perform backup-before-rewrite.
		if bak-ret is not equal to 2
			move 0 to aud-eof
			open input audit-file
			open output audit-arch
			open output audit-work
			perform sift-audit-record until aud-eof is equal to 1
			move cutoff-date to pcl-cutoff
			move purge-count to pcl-count
			move purge-sum to pcl-sum
			write audit-arch-record from purge-control-line
			close audit-arch
			close audit-work
			close audit-file
			perform rewrite-audit-file.

	sift-audit-record.

		if unknown-count is greater than zero
			move unknown-count to rul-count
			write report-out from report-unknown-line after advancing 1 line.
		move 1 to backup-failed-slot.
		perform write-one-backup-failure
			until backup-failed-slot is greater than backup-failed-count.
		close report-file.

	write-one-backup-failure.

		move bft-file(backup-failed-slot) to bfl-file.
		write report-out from backup-failed-line after advancing 1 line.
		add 1 to backup-failed-slot.
