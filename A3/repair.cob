			select optional reject-file assign to "reject.txt" organization is line sequential.
			select optional except-file assign to "exception.txt" organization is line sequential.
			select optional corrections-file assign to "corrections.txt" organization is line sequential.
			select optional reject-work assign to "rejwork.tmp" organization is line sequential.
			select optional except-work assign to "excwork.tmp" organization is line sequential.
			select optional reject-carry assign to "rejcarry.tmp" organization is line sequential.
data division.
	file section.
		fd reject-file.
			01 reject-record pic x(120).
		fd except-file.
			01 except-record pic x(150).
		fd corrections-file.
			01 corrections-record pic x(82).
		fd reject-work.
			01 reject-work-record pic x(120).
		fd except-work.
			01 except-work-record pic x(150).
		fd reject-carry.
			01 reject-carry-record pic x(120).
		fd except-carry.
			01 except-carry-record pic x(150).
		fd resub-work.
			01 resub-work-record pic x(80).
		fd resubmit-file.
			01 resubmit-record pic x(80).
		fd escalate-file.
			01 escalate-record pic x(130).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
			02 rej-char pic x.
			02 filler pic x(3).
			02 rej-resub pic 99.
			02 filler pic x(2).
			02 rej-stamp pic x(14).
			02 filler pic x(2).
			02 rej-kind pic x.
			02 filler pic x(2).
			02 rej-file pic x(30).
			02 filler pic x(2).
			02 rej-batch pic x(8).
			02 filler pic x(2).
			02 rej-record pic x(6).
		01 except-line.
			02 exc-source pic x(30).
			02 filler pic x(3).
			02 exc-reason pic x(40).
			02 filler pic x(3).
			02 exc-resub pic 99.
			02 filler pic x(2).
			02 exc-stamp pic x(14).
			02 filler pic x(2).
			02 exc-kind pic x.
			02 filler pic x(2).
			02 exc-file pic x(30).
			02 filler pic x(2).
			02 exc-batch pic x(8).
			02 filler pic x(2).
			02 exc-record pic x(6).
		01 correction-line.
			02 cor-original pic x(30).
			02 filler pic x(2).
			02 cor-new pic x(30).
			02 filler pic x(2).
			02 cor-operator pic x(8).
			02 filler pic x(2).
			02 cor-approver pic x(8).
		01 escalate-line.
			02 esl-source pic x(30).
			02 filler pic x(3) value spaces.
			02 esl-resub pic 99.
			02 filler pic x(3) value spaces.
			02 esl-date pic x(8).
			02 filler pic x(2) value spaces.
			02 esl-file pic x(30).
			02 filler pic x(2) value spaces.
			02 esl-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 esl-record pic x(6).
		01 batch-header-line.
			02 filler pic x(3) value 'HDR'.
			02 bh-id pic x(8) value 'RESUBMIT'.
			02 correction-entry occurs 500 times.
				03 cte-original pic x(30).
				03 cte-new pic x(30).
				03 cte-operator pic x(8).
				03 cte-approver pic x(8).
		77 cor-count pic 9(3) value 0.
		01 refused-table.
			02 refused-entry occurs 100 times.
				03 rft-subject pic x(30).
				03 rft-operator pic x(8).
				03 rft-reason pic x(30).
		77 refused-count pic 9(6) value 0.
		77 refused-slot pic 9(3).
		77 approval-record pic x(4).
		77 approval-free-limit pic 9(4) value 25.
		77 approval-ok pic 9.
		77 corrections-applied pic 9(6) value 0.
		77 opr-function pic x.
		77 opr-id pic x(8).
		77 opr-approver pic x(8).
		77 opr-code pic x value 'K'.
		77 opr-subject pic x(30).
		77 opr-text pic x(30).
		77 opr-ret pic 9 value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'repair'.
		77 lock-kind pic x value 'W'.
		77 lock-ret pic 9 value 0.
		77 bak-file pic x(30).
		77 bak-ret pic 9 value 0.
		77 backup-failed-count pic 9 value 0.
		01 backup-failed-table.
			02 bft-file pic x(14) occurs 2 times.
		77 backup-failed-slot pic 9.
		77 cor-dropped pic 9(6) value 0.
		01 seen-table.
			02 seen-entry occurs 500 times.
			02 conv-total pic 9(7).
		77 conv-token pic x(30).
		77 conv-mode pic x value 'S'.
		77 parm-section pic x(13).
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		01 report-line-rejects.
			02 filler pic x(20) value 'Rejects read ......:'.
			02 rpt-rejects pic zzzzz9.
		01 report-line-dup.
			02 filler pic x(20) value 'Duplicates skipped :'.
			02 rpt-dup pic zzzzz9.
		01 report-line-refused.
			02 filler pic x(20) value 'Entries refused ...:'.
			02 rpt-refused pic zzzzz9.
		01 report-line-applied.
			02 filler pic x(20) value 'Corrections applied:'.
			02 rpt-applied pic zzzzz9.
		01 report-line-limit.
			02 filler pic x(20) value 'Unapproved limit ..:'.
			02 rpt-limit pic zzz9.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 refused-title-line.
			02 filler pic x(30) value 'Refused Correction Entries'.
		01 refused-col-heads.
			02 filler pic x(30) value 'Original'.
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
		01 backup-failed-line.
			02 filler pic x(5) value ' *** '.
			02 bfl-file pic x(14).
			02 filler pic x(40) value 'BACKUP NOT WRITTEN - FILE NOT REWRITTEN'.
		01 repair-held-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(48) value 'REPAIR NOT RUN - NO CORRECTIONS OR ESCALATIONS'.
		01 report-line-dropped.
			02 filler pic x(20) value '*** Corrections over'.
			02 filler pic x(15) value ' table limit :'.

	perform claim-run-lock.

	move 'reject.txt' to bak-file.
	perform backup-before-rewrite.
	move 'exception.txt' to bak-file.
	perform backup-before-rewrite.
	if backup-failed-count is greater than zero
		perform write-backup-failed-report
		perform release-run-lock
		move 8 to return-code
		goback.

	move function current-date to repair-timestamp.
	move repair-timestamp(1:8) to today-date.

	perform read-conv-mode.
	perform read-approval-limit.
	perform load-corrections.
	perform copy-reject-to-work.
	perform copy-except-to-work.

	read-conv-mode.

		move 'CONVMODE' to parm-section.
		move 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to conv-mode
			inspect conv-mode converting 'l' to 'L'.

	read-approval-limit.

		move 'REPAIR' to parm-section.
		move 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to approval-record
			if approval-record is numeric
				move approval-record to approval-free-limit.

	load-corrections.


		read corrections-file into correction-line at end move 1 to cor-eof.
		if cor-eof is equal to zero
			if correction-line(1:1) is equal to '*' or cor-new is equal to spaces
				continue
			else
				perform take-one-correction.

	take-one-correction.

		perform verify-correction-operator
		if opr-ret is not equal to zero
			move cor-original to opr-subject
			perform note-refused-entry
		else if cor-count is less than 500
			add 1 to cor-count
			move cor-original to cte-original(cor-count)
			move cor-new to cte-new(cor-count)
			move opr-id to cte-operator(cor-count)
			move opr-approver to cte-approver(cor-count)
		else
			add 1 to cor-dropped.

	verify-correction-operator.

		move cor-operator to opr-id.
		move cor-approver to opr-approver.
		inspect opr-id converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		inspect opr-approver converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		move cor-original to opr-subject.
		move 'V' to opr-function.
		call "operchk" using opr-function, lock-caller, opr-id, opr-approver,
			opr-code, opr-subject, opr-text, opr-ret.

	note-refused-entry.

		add 1 to refused-count.
		if refused-count is not greater than 100
			move opr-subject to rft-subject(refused-count)
			move opr-id to rft-operator(refused-count)
			move opr-text to rft-reason(refused-count).

	check-correction-approval.

		move 1 to approval-ok.
		if corrections-applied is not less than approval-free-limit
				and cte-approver(cor-slot) is equal to spaces
			move 0 to approval-ok
			move cte-original(cor-slot) to opr-subject
			move cte-operator(cor-slot) to opr-id
			move 'SECOND APPROVER REQUIRED' to opr-text
			perform note-refused-entry.

	apply-correction.

		perform write-resub-record.
		add 1 to corrections-applied.
		move cte-operator(cor-slot) to opr-id.
		move cte-approver(cor-slot) to opr-approver.
		move cte-original(cor-slot) to opr-subject.
		move cte-new(cor-slot) to opr-text.
		move 'L' to opr-function.
		call "operchk" using opr-function, lock-caller, opr-id, opr-approver,
			opr-code, opr-subject, opr-text, opr-ret.

	copy-reject-to-work.

		else
			perform revalidate-correction
			if conv-ret is equal to zero
				perform check-correction-approval
				if approval-ok is equal to 1
					perform apply-correction
				else
					add 1 to carried-count
					write reject-carry-record from reject-line
				end-if
			else
				perform carry-or-escalate-reject.

			move 'RESUBMIT RETRY LIMIT REACHED' to esl-reason
			move next-resub to esl-resub
			move today-date to esl-date
			move rej-file to esl-file
			move rej-batch to esl-batch
			move rej-record to esl-record
			write escalate-record from escalate-line
		else
			add 1 to carried-count
		else
			perform revalidate-correction
			if conv-ret is equal to zero
				perform check-correction-approval
				if approval-ok is equal to 1
					perform apply-correction
				else
					add 1 to carried-count
					write except-carry-record from except-line
				end-if
			else
				perform carry-or-escalate-except.

			move 'RESUBMIT RETRY LIMIT REACHED' to esl-reason
			move next-resub to esl-resub
			move today-date to esl-date
			move exc-file to esl-file
			move exc-batch to esl-batch
			move exc-record to esl-record
			write escalate-record from escalate-line
		else
			add 1 to carried-count
		move 0 to conv-len.
		call "conv" using conv-input, conv-len, conv-ret, conv-total, conv-mode.

	backup-before-rewrite.

		call "filebak" using bak-file, lock-caller, bak-ret.
		if bak-ret is equal to 2
			add 1 to backup-failed-count
			move bak-file to bft-file(backup-failed-count).

	rewrite-reject-file.

		move 0 to work-eof.
		if cor-dropped is greater than zero
			move cor-dropped to rpt-dropped
			write report-out from report-line-dropped after advancing 1 line.
		move corrections-applied to rpt-applied.
		write report-out from report-line-applied after advancing 1 line.
		move approval-free-limit to rpt-limit.
		write report-out from report-line-limit after advancing 1 line.
		move refused-count to rpt-refused.
		write report-out from report-line-refused after advancing 1 line.
		if refused-count is greater than zero
			perform write-refused-entries.
		close report-file.

	write-backup-failed-report.

		open output report-file.
		write report-out from repair-held-line after advancing 0 lines.
		move 1 to backup-failed-slot.
		perform write-one-backup-failure
			until backup-failed-slot is greater than backup-failed-count.
		close report-file.

	write-one-backup-failure.

		move bft-file(backup-failed-slot) to bfl-file.
		write report-out from backup-failed-line after advancing 1 line.
		add 1 to backup-failed-slot.

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
