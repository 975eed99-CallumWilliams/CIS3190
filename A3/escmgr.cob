data division.
	file section.
		fd escalate-file.
			01 escalate-record pic x(130).
		fd disposition-file.
			01 disposition-record pic x(48).
		fd escalate-work.
			01 escalate-work-record pic x(130).
		fd closed-file.
			01 closed-record pic x(160).
		fd reject-file.
			01 reject-record pic x(120).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
			02 esl-resub pic 99.
			02 filler pic x(3).
			02 esl-date pic x(8).
			02 filler pic x(2).
			02 esl-file pic x(30).
			02 filler pic x(2).
			02 esl-batch pic x(8).
			02 filler pic x(2).
			02 esl-record pic x(6).
		01 reject-line.
			02 rej-source pic x(30).
			02 filler pic x(3) value spaces.
			02 rej-char pic x value '?'.
			02 filler pic x(3) value spaces.
			02 rej-resub pic 99 value 0.
			02 filler pic x(2) value spaces.
			02 rej-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 rej-kind pic x value 'E'.
			02 filler pic x(2) value spaces.
			02 rej-file pic x(30).
			02 filler pic x(2) value spaces.
			02 rej-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 rej-record pic x(6).
		01 closed-line.
			02 cls-source pic x(30).
			02 filler pic x(3) value spaces.
			02 cls-action pic x(8).
			02 filler pic x(3) value spaces.
			02 cls-closed pic x(8).
			02 filler pic x(2) value spaces.
			02 cls-file pic x(30).
			02 filler pic x(2) value spaces.
			02 cls-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 cls-record pic x(6).
		01 disposition-table.
			02 disposition-entry occurs 200 times.
				03 dsp-source pic x(30).
				03 dsp-action pic x.
				03 dsp-operator pic x(8).
				03 dsp-approver pic x(8).
		77 dsp-count pic 9(3) value 0.
		01 refused-table.
			02 refused-entry occurs 100 times.
				03 rft-subject pic x(30).
				03 rft-operator pic x(8).
				03 rft-reason pic x(30).
		77 refused-count pic 9(6) value 0.
		77 refused-slot pic 9(3).
		77 dsp-operator-work pic x(30).
		77 dsp-approver-work pic x(30).
		77 opr-function pic x.
		77 opr-id pic x(8).
		77 opr-approver pic x(8).
		77 opr-code pic x.
		77 opr-subject pic x(30).
		77 opr-text pic x(30).
		77 opr-ret pic 9 value 0.
		77 dsp-dropped pic 9(6) value 0.
		77 dsp-slot pic 9(3).
		77 dsp-found pic 9.
		77 items-closed pic 9(6) value 0.
		77 items-returned pic 9(6) value 0.
		77 items-pending pic 9(6) value 0.
		77 bak-file pic x(30).
		77 bak-caller pic x(13) value 'escmgr'.
		77 bak-ret pic 9 value 0.
		01 backup-failed-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(13) value 'escalate.txt'.
			02 filler pic x(40) value 'BACKUP NOT WRITTEN - FILE NOT REWRITTEN'.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Escalation Queue Management'.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Still pending .....:'.
			02 ftr-pending pic zzzzz9.
		01 footer-line-refused.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Entries refused ...:'.
			02 ftr-refused pic zzzzz9.
		01 refused-title-line.
			02 filler pic x(30) value 'Refused Dispositions'.
		01 refused-col-heads.
			02 filler pic x(30) value 'Source'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Operator'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Reason'.
		01 refused-detail-line.
			02 rdl-subject pic x(30).
			02 filler pic x(2) value spaces.
			02 rdl-operator pic x(8).
			02 filler pic x(2) value spaces.
			02 rdl-reason pic x(30).
		01 refused-overflow-line.
			02 filler pic x(5) value ' *** '.
			02 rol-count pic zzzzz9.
			02 filler pic x(36) value ' refusals beyond table limit'.
		01 dropped-warning-line.
			02 filler pic x(5) value ' *** '.
			02 dwl-count pic zzzzz9.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

	move 'escalate.txt' to bak-file.
	perform backup-before-rewrite.
	if bak-ret is equal to 2
		write report-out from backup-failed-line after advancing 1 line
		perform write-manager-footer
		close report-file
		move 8 to return-code
		goback.

	open input escalate-file.
	open output escalate-work.
	open extend closed-file.

		if dsp-count is greater than zero
				or dsp-dropped is greater than zero
				or refused-count is greater than zero
			open output disposition-file
			close disposition-file.

		if dsp-eof is equal to zero
			move spaces to dsp-source-work
			move spaces to dsp-action-work
			move spaces to dsp-operator-work
			move spaces to dsp-approver-work
			move 0 to dsp-source-len
			move 0 to dsp-action-len
			unstring disposition-record delimited by all spaces
				into dsp-source-work count in dsp-source-len
					dsp-action-work count in dsp-action-len
					dsp-operator-work dsp-approver-work
			if dsp-source-len is greater than zero
					and dsp-action-len is greater than zero
				perform verify-disposition-operator
				if opr-ret is not equal to zero
					perform note-refused-entry
				else if dsp-count is less than 200
					add 1 to dsp-count
					move dsp-source-work to dsp-source(dsp-count)
					move dsp-action-work(1:1) to dsp-action(dsp-count)
					move opr-id to dsp-operator(dsp-count)
					move opr-approver to dsp-approver(dsp-count)
				else
					add 1 to dsp-dropped.

	verify-disposition-operator.

		inspect dsp-action-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		inspect dsp-operator-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		inspect dsp-approver-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		move dsp-operator-work to opr-id.
		move dsp-approver-work to opr-approver.
		move dsp-source-work to opr-subject.
		move spaces to opr-text.
		move 0 to opr-ret.
		if dsp-action-work(1:1) is equal to 'C'
			move 'W' to opr-code
		else if dsp-action-work(1:1) is equal to 'R'
			move 'R' to opr-code
		else
			move 9 to opr-ret
			move 'DISPOSITION IS NOT C OR R' to opr-text.
		if opr-ret is equal to zero
			move 'V' to opr-function
			call "operchk" using opr-function, bak-caller, opr-id, opr-approver,
				opr-code, opr-subject, opr-text, opr-ret.
		if opr-ret is equal to zero
				and opr-code is equal to 'W'
				and opr-approver is equal to spaces
			move 6 to opr-ret
			move 'SECOND APPROVER REQUIRED' to opr-text.

	note-refused-entry.

		add 1 to refused-count.
		if refused-count is not greater than 100
			move opr-subject to rft-subject(refused-count)
			move opr-id to rft-operator(refused-count)
			move opr-text to rft-reason(refused-count).

	log-disposition.

		move dsp-operator(dsp-slot) to opr-id.
		move dsp-approver(dsp-slot) to opr-approver.
		move esl-source to opr-subject.
		move 'L' to opr-function.
		call "operchk" using opr-function, bak-caller, opr-id, opr-approver,
			opr-code, opr-subject, opr-text, opr-ret.

	disposition-one-item.

		read escalate-file into escalate-line at end move 1 to esc-eof.
		move 'CLOSED' to adl-disp.
		perform write-closed-record.
		perform write-aging-line.
		move 'W' to opr-code.
		move 'WRITTEN OFF' to opr-text.
		perform log-disposition.

	return-one-item.

		move 0 to rej-position.
		move '?' to rej-char.
		move 0 to rej-resub.
		move mgr-timestamp(1:14) to rej-stamp.
		move esl-file to rej-file.
		move esl-batch to rej-batch.
		move esl-record to rej-record.
		write reject-record from reject-line.
		perform write-closed-record.
		perform write-aging-line.
		move 'R' to opr-code.
		move 'RETURNED TO REPAIR' to opr-text.
		perform log-disposition.

	keep-one-item.

		move esl-date to cls-date.
		move adl-disp to cls-action.
		move today-date to cls-closed.
		move esl-file to cls-file.
		move esl-batch to cls-batch.
		move esl-record to cls-record.
		write closed-record from closed-line.

	write-aging-line.
			move 0 to adl-days.
		write report-out from aging-detail-line after advancing 1 line.

	backup-before-rewrite.

		call "filebak" using bak-file, bak-caller, bak-ret.

	rewrite-escalate-file.

		move 0 to work-eof.
		if dsp-dropped is greater than zero
			move dsp-dropped to dwl-count
			write report-out from dropped-warning-line after advancing 1 line.
		move refused-count to ftr-refused.
		write report-out from footer-line-refused after advancing 1 line.
		if refused-count is greater than zero
			perform write-refused-entries.

	write-refused-entries.

		write report-out from underline-1 after advancing 1 line.
		write report-out from refused-title-line after advancing 1 line.
		write report-out from refused-col-heads after advancing 1 line.
		move 1 to refused-slot.
		perform write-one-refusal until refused-slot is greater than refused-count
			or refused-slot is greater than 100.
		if refused-count is greater than 100
			compute rol-count = refused-count - 100
			write report-out from refused-overflow-line after advancing 1 line.

	write-one-refusal.

		move rft-subject(refused-slot) to rdl-subject.
		move rft-operator(refused-slot) to rdl-operator.
		move rft-reason(refused-slot) to rdl-reason.
		write report-out from refused-detail-line after advancing 1 line.
		add 1 to refused-slot.
