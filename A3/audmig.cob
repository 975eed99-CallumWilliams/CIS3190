		77 records-written pic 9(6) value 0.
		77 sum-before pic 9(12) value 0.
		77 sum-after pic 9(12) value 0.
		77 bak-file pic x(30).
		77 bak-caller pic x(13) value 'audmig'.
		77 bak-ret pic 9 value 0.
		01 backup-failed-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(10) value 'audit.txt'.
			02 filler pic x(40) value 'BACKUP NOT WRITTEN - FILE NOT REWRITTEN'.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Audit Layout Migration'.

	if records-read is not equal to records-written
			or sum-before is not equal to sum-after
			or bak-ret is equal to 2
		move 8 to return-code.

	goback.

		write audit-work-record from out-line.

	backup-before-rewrite.

		call "filebak" using bak-file, bak-caller, bak-ret.

	rewrite-audit-file.

		move 'audit.txt' to bak-file.
		perform backup-before-rewrite.
		if bak-ret is not equal to 2
			move 0 to work-eof
			open input audit-work
			open output audit-file
			perform copy-migrated-record until work-eof is equal to 1
			close audit-file
			close audit-work
			open output audit-work
			close audit-work.

	copy-migrated-record.

			write report-out from verdict-match-line after advancing 1 line
		else
			write report-out from verdict-mismatch-line after advancing 1 line.
		if bak-ret is equal to 2
			write report-out from backup-failed-line after advancing 1 line.
		close report-file.
