		77 locks-listed pic 9(6) value 0.
		77 locks-stale pic 9(6) value 0.
		77 locks-cleared pic 9(6) value 0.
		77 bak-file pic x(30).
		77 bak-caller pic x(13) value 'lockmgr'.
		77 bak-ret pic 9 value 0.
		01 backup-failed-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(12) value 'runlock.ctl'.
			02 filler pic x(40) value 'BACKUP NOT WRITTEN - FILE NOT REWRITTEN'.
		77 clear-operator-work pic x(30).
		77 clear-refused pic 9 value 0.
		77 cleared-text pic zzzzz9.
		77 opr-function pic x.
		77 opr-id pic x(8).
		77 opr-approver pic x(8) value spaces.
		77 opr-code pic x value 'L'.
		77 opr-subject pic x(30).
		77 opr-text pic x(30).
		77 opr-ret pic 9 value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(22) value 'Run-Lock Report'.
			02 ftr-cleared pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 ftr-cleared-name pic x(13).
		01 refused-clear-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(14) value 'CLEAR REFUSED '.
			02 rcl-name pic x(13).
			02 filler pic x(2) value spaces.
			02 rcl-operator pic x(8).
			02 filler pic x(2) value spaces.
			02 rcl-reason pic x(30).

procedure division.

	perform write-lock-footer.
	close report-file.

	if bak-ret is equal to 2
		move 8 to return-code.

	goback.

	read-clear-request.
		read clear-file at end move 1 to clear-eof.
		if clear-eof is equal to zero
			move spaces to clear-name-work
			move spaces to clear-operator-work
			move 0 to clear-name-len
			unstring clear-record delimited by all spaces
				into clear-name-work count in clear-name-len
					clear-operator-work
			if clear-name-len is greater than zero
					and clear-name-len is not greater than 13
				move clear-name-work(1:13) to clear-name
				perform verify-clear-operator.
		close clear-file.
		if clear-refused is equal to 1
			open output clear-file
			close clear-file.

	verify-clear-operator.

		inspect clear-operator-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		move clear-operator-work to opr-id.
		move clear-name to opr-subject.
		move 'V' to opr-function.
		call "operchk" using opr-function, bak-caller, opr-id, opr-approver,
			opr-code, opr-subject, opr-text, opr-ret.
		if opr-ret is not equal to zero
			move 1 to clear-refused
			move clear-name to rcl-name
			move opr-id to rcl-operator
			move opr-text to rcl-reason
			move spaces to clear-name.

	log-lock-clear.

		move locks-cleared to cleared-text.
		move spaces to opr-text.
		string 'LOCK ENTRIES REMOVED' cleared-text
			delimited by size into opr-text.
		move 'L' to opr-function.
		call "operchk" using opr-function, bak-caller, opr-id, opr-approver,
			opr-code, opr-subject, opr-text, opr-ret.

	backup-before-rewrite.

		call "filebak" using bak-file, bak-caller, bak-ret.

	clear-named-lock.

		move 'runlock.ctl' to bak-file.
		perform backup-before-rewrite.
		if bak-ret is equal to 2
			write report-out from backup-failed-line after advancing 1 line
		else
			perform rewrite-lock-file.

	rewrite-lock-file.

		move 0 to lock-eof.
		open input lock-file.
		open output lock-work.
		open output clear-file.
		close clear-file.
		move 0 to lock-eof.
		perform log-lock-clear.

	sift-clear-record.

			move locks-cleared to ftr-cleared
			move clear-name to ftr-cleared-name
			write report-out from footer-line-cleared after advancing 1 line.
		if clear-refused is equal to 1
			write report-out from refused-clear-line after advancing 1 line.
