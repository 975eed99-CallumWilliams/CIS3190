program-id. operchk.

environment division.
	input-output section.
		file-control.
			select optional auth-file assign to "operauth.ctl" organization is line sequential.
			select optional action-log assign to "operlog.txt"
				organization is line sequential
				file status is log-status.

data division.
	file section.
		fd auth-file.
			01 auth-record pic x(48).
		fd action-log.
			01 action-log-record pic x(120).
	working-storage section.
		01 auth-table.
			02 auth-entry occurs 100 times.
				03 ath-operator pic x(8).
				03 ath-actions pic x(12).
		77 auth-count pic 9(3) value 0.
		77 auth-dropped pic 9(6) value 0.
		77 auth-loaded pic 9 value 0.
		77 auth-eof pic 9 value 0.
		77 auth-slot pic 9(3).
		77 auth-found pic 9.
		77 auth-operator-work pic x(30).
		77 auth-actions-work pic x(30).
		77 auth-operator-len pic 99.
		77 auth-actions-len pic 99.
		77 look-operator pic x(8).
		77 look-action pic x.
		77 look-known pic 9.
		77 look-allowed pic 9.
		77 action-tally pic 99.
		77 log-status pic xx.
		77 log-timestamp pic x(21).
		01 action-log-line.
			02 oal-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 oal-program pic x(13).
			02 filler pic x(2) value spaces.
			02 oal-operator pic x(8).
			02 filler pic x(2) value spaces.
			02 oal-approver pic x(8).
			02 filler pic x(2) value spaces.
			02 oal-action pic x.
			02 filler pic x(2) value spaces.
			02 oal-subject pic x(30).
			02 filler pic x(2) value spaces.
			02 oal-detail pic x(30).

	linkage section.
		01 opr-function pic x.
		01 opr-caller pic x(13).
		01 opr-id pic x(8).
		01 opr-approver pic x(8).
		01 opr-code pic x.
		01 opr-subject pic x(30).
		01 opr-text pic x(30).
		01 opr-ret pic 9.

procedure division using opr-function, opr-caller, opr-id, opr-approver,
		opr-code, opr-subject, opr-text, opr-ret.

	move 0 to opr-ret.

	if auth-loaded is equal to zero
		perform load-authorities.

	if opr-function is equal to 'V'
		perform verify-operator
	else if opr-function is equal to 'L'
		perform log-applied-action.

	goback.

	load-authorities.

		move 0 to auth-count.
		move 0 to auth-eof.
		open input auth-file.
		perform load-one-authority until auth-eof is equal to 1.
		close auth-file.
		move 1 to auth-loaded.

	load-one-authority.

		read auth-file at end move 1 to auth-eof.
		if auth-eof is equal to zero
			move spaces to auth-operator-work
			move spaces to auth-actions-work
			move 0 to auth-operator-len
			move 0 to auth-actions-len
			unstring auth-record delimited by all spaces
				into auth-operator-work count in auth-operator-len
					auth-actions-work count in auth-actions-len
			if auth-operator-len is greater than zero
					and auth-operator-len is not greater than 8
					and auth-actions-len is greater than zero
				if auth-count is less than 100
					add 1 to auth-count
					inspect auth-operator-work
						converting 'abcdefghijklmnopqrstuvwxyz'
						to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
					inspect auth-actions-work
						converting 'abcdefghijklmnopqrstuvwxyz'
						to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
					move auth-operator-work to ath-operator(auth-count)
					move auth-actions-work to ath-actions(auth-count)
				else
					add 1 to auth-dropped.

	verify-operator.

		move spaces to opr-text.
		if opr-id is equal to spaces
			move 1 to opr-ret
			move 'NO OPERATOR ID' to opr-text
		else
			move opr-id to look-operator
			move opr-code to look-action
			perform look-up-operator
			if look-known is equal to zero
				move 2 to opr-ret
				move 'OPERATOR NOT AUTHORIZED' to opr-text
			else if look-allowed is equal to zero
				move 3 to opr-ret
				move 'ACTION NOT PERMITTED' to opr-text
			else if opr-approver is not equal to spaces
				perform verify-approver.

	verify-approver.

		if opr-approver is equal to opr-id
			move 5 to opr-ret
			move 'APPROVER SAME AS OPERATOR' to opr-text
		else
			move opr-approver to look-operator
			move 'A' to look-action
			perform look-up-operator
			if look-allowed is equal to zero
				move 4 to opr-ret
				move 'APPROVER NOT AUTHORIZED' to opr-text.

	look-up-operator.

		move 0 to look-known.
		move 0 to look-allowed.
		move 0 to auth-found.
		move 1 to auth-slot.
		perform match-one-authority until auth-found is equal to 1
			or auth-slot is greater than auth-count.
		if auth-found is equal to 1
			move 1 to look-known
			move 0 to action-tally
			inspect ath-actions(auth-slot)
				tallying action-tally for all look-action
			if action-tally is greater than zero
				move 1 to look-allowed.

	match-one-authority.

		if ath-operator(auth-slot) is equal to look-operator
			move 1 to auth-found
		else
			add 1 to auth-slot.

	log-applied-action.

		move function current-date to log-timestamp.
		move log-timestamp(1:14) to oal-stamp.
		move opr-caller to oal-program.
		move opr-id to oal-operator.
		move opr-approver to oal-approver.
		move opr-code to oal-action.
		move opr-subject to oal-subject.
		move opr-text to oal-detail.
		open extend action-log.
		write action-log-record from action-log-line.
		close action-log.
