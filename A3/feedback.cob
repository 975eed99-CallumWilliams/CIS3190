program-id. feedback.

environment division.
	input-output section.
		file-control.
			select optional batch-registry assign to "batchreg.dat"
				organization is indexed
				access is dynamic
				record key is br-id
				file status is registry-status.
			select optional reject-file assign to "reject.txt" organization is line sequential.
			select optional except-file assign to "exception.txt" organization is line sequential.
			select notice-file assign to dynamic notice-name organization is line sequential.
			select report-file assign to "feedback.txt" organization is line sequential.

data division.
	file section.
		fd batch-registry.
			01 registry-record.
				02 br-id pic x(8).
				02 br-date pic x(8).
				02 br-expected pic 9(6).
				02 br-hash pic 9(10).
				02 br-file pic x(48).
				02 br-status pic x.
				02 br-registered pic x(14).
				02 br-processed pic x(14).
				02 br-balance pic x(22).
				02 br-read pic 9(6).
		fd reject-file.
			01 reject-record pic x(120).
		fd except-file.
			01 except-record pic x(150).
		fd notice-file.
			01 notice-record pic x(82).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
		01 reject-line.
			02 rej-source pic x(30).
			02 filler pic x(3).
			02 rej-position pic 99.
			02 filler pic x(3).
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
			02 filler pic x(2) value spaces.
			02 cor-new pic x(30) value spaces.
			02 filler pic x(2) value spaces.
			02 cor-operator pic x(8) value spaces.
			02 filler pic x(2) value spaces.
			02 cor-approver pic x(8) value spaces.
		01 notice-text-line.
			02 filler pic x(2) value '* '.
			02 ntl-text pic x(80).
		01 return-table.
			02 return-entry occurs 500 times.
				03 rtt-record pic 9(6).
				03 rtt-source pic x(30).
				03 rtt-reason pic x(50).
		77 return-count pic 9(3) value 0.
		77 return-overflow pic 9(6) value 0.
		77 return-slot pic 9(3).
		77 shift-slot pic 9(3).
		77 return-found pic 9.
		77 return-dup pic 9.
		77 new-record pic 9(6).
		77 new-source pic x(30).
		77 new-reason pic x(50).
		77 registry-status pic xx.
		77 registry-eof pic 9 value 0.
		77 work-eof pic 9 value 0.
		77 notice-name pic x(48).
		77 notice-date pic x(8).
		77 feedback-timestamp pic x(21).
		77 records-returned pic 9(6).
		77 records-accepted pic 9(6).
		77 batches-noticed pic 9(6) value 0.
		77 total-returned pic 9(6) value 0.
		77 param-eof pic 9 value 0.
		77 param-record pic x(8).
		77 parm-section pic x(13) value 'FEEDBACK'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'feedback'.
		77 lock-kind pic x value 'R'.
		77 lock-ret pic 9 value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Submitter Return Notices'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-date.
			02 filler pic x(20) value 'Batches processed .:'.
			02 rld-date pic x(8).
		01 col-heads.
			02 filler pic x(8) value 'Batch'.
			02 filler pic x(2) value spaces.
			02 filler pic x(24) value 'Input file'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value '  Read'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Accept'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Return'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Notice'.
		01 batch-line.
			02 bal-id pic x(8).
			02 filler pic x(2) value spaces.
			02 bal-file pic x(24).
			02 filler pic x(2) value spaces.
			02 bal-read pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 bal-accepted pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 bal-returned pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 bal-notice pic x(30).
		01 no-batch-line.
			02 filler pic x(1) value spaces.
			02 filler pic x(40) value 'no batches processed on that date'.
		01 overflow-line.
			02 filler pic x(5) value ' *** '.
			02 ovl-id pic x(8).
			02 filler pic x(1) value spaces.
			02 ovl-count pic zzzzz9.
			02 filler pic x(36) value ' bad records beyond notice limit'.
		01 footer-line-batches.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Notices written ...:'.
			02 ftr-batches pic zzzzz9.
		01 footer-line-returned.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Records returned ..:'.
			02 ftr-returned pic zzzzz9.

procedure division.

	perform claim-run-lock.

	move function current-date to feedback-timestamp.
	perform read-notice-date.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	move notice-date to rld-date.
	write report-out from report-line-date after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

	open input batch-registry.
	if registry-status is equal to '00'
		perform notice-one-batch until registry-eof is equal to 1.
	close batch-registry.

	if batches-noticed is equal to zero
		write report-out from no-batch-line after advancing 1 line.

	write report-out from underline-1 after advancing 1 line.
	move batches-noticed to ftr-batches.
	write report-out from footer-line-batches after advancing 1 line.
	move total-returned to ftr-returned.
	write report-out from footer-line-returned after advancing 1 line.
	close report-file.

	perform release-run-lock.

	goback.

	claim-run-lock.

		move 'C' to lock-action.
		call "runlock" using lock-action, lock-caller, lock-kind, lock-ret.

	release-run-lock.

		move 'R' to lock-action.
		call "runlock" using lock-action, lock-caller, lock-kind, lock-ret.

	read-notice-date.

		move feedback-timestamp(1:8) to notice-date.
		perform read-parm-line.
		if param-eof is equal to zero and param-record is numeric
			move param-record to notice-date.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	notice-one-batch.

		read batch-registry next record at end move 1 to registry-eof.
		if registry-eof is equal to zero
			if br-status is equal to 'P' and br-processed(1:8) is equal to notice-date
				perform collect-bad-records
				perform write-return-notice
				perform report-one-batch.

	collect-bad-records.

		move 0 to return-count.
		move 0 to return-overflow.
		move 0 to work-eof.
		open input reject-file.
		perform collect-one-reject until work-eof is equal to 1.
		close reject-file.
		move 0 to work-eof.
		open input except-file.
		perform collect-one-except until work-eof is equal to 1.
		close except-file.

	collect-one-reject.

		read reject-file into reject-line at end move 1 to work-eof.
		if work-eof is equal to zero
			if rej-batch is equal to br-id and rej-file is equal to br-file(1:30)
					and rej-record is numeric
				move rej-record to new-record
				move rej-source to new-source
				perform describe-reject
				perform add-bad-record.

	describe-reject.

		move spaces to new-reason.
		if rej-kind is equal to 'T'
			string 'TYPE ' rej-char ' VALUE OUTSIDE PERMITTED RANGE'
				delimited by size into new-reason
		else if rej-kind is equal to 'E'
			move 'RETURNED AFTER ESCALATION' to new-reason
		else
			string 'BAD CHARACTER ''' rej-char ''' AT POSITION ' rej-position
				delimited by size into new-reason.

	collect-one-except.

		read except-file into except-line at end move 1 to work-eof.
		if work-eof is equal to zero
			if exc-batch is equal to br-id and exc-file is equal to br-file(1:30)
					and exc-record is numeric
				move exc-record to new-record
				move exc-source to new-source
				move exc-reason to new-reason
				inspect new-reason converting 'abcdefghijklmnopqrstuvwxyz'
					to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
				perform add-bad-record.

	add-bad-record.

		move 0 to return-found.
		move 1 to return-slot.
		perform find-return-slot until return-found is equal to 1
			or return-slot is greater than return-count.
		move 0 to return-dup.
		if return-found is equal to 1
			if rtt-record(return-slot) is equal to new-record
				move 1 to return-dup.
		if return-dup is equal to zero
			if return-count is less than 500
				move return-count to shift-slot
				perform shift-one-return until shift-slot is less than return-slot
				move new-record to rtt-record(return-slot)
				move new-source to rtt-source(return-slot)
				move new-reason to rtt-reason(return-slot)
				add 1 to return-count
			else
				add 1 to return-overflow.

	find-return-slot.

		if rtt-record(return-slot) is not less than new-record
			move 1 to return-found
		else
			add 1 to return-slot.

	shift-one-return.

		move return-entry(shift-slot) to return-entry(shift-slot + 1).
		subtract 1 from shift-slot.

	write-return-notice.

		compute records-returned = return-count + return-overflow.
		move 0 to records-accepted.
		if br-read is greater than records-returned
			compute records-accepted = br-read - records-returned.
		add records-returned to total-returned.
		add 1 to batches-noticed.
		move spaces to notice-name.
		string 'notice-' br-id delimited by space
			'.txt' delimited by size into notice-name.
		open output notice-file.
		move spaces to ntl-text.
		string 'RETURN NOTICE FOR BATCH ' br-id
			'   PROCESSED ' br-processed(1:8)
			delimited by size into ntl-text.
		write notice-record from notice-text-line.
		move spaces to ntl-text.
		string 'INPUT FILE ' br-file delimited by size into ntl-text.
		write notice-record from notice-text-line.
		move spaces to ntl-text.
		string 'RECORDS READ ' br-read '   ACCEPTED ' records-accepted
			'   RETURNED ' records-returned
			delimited by size into ntl-text.
		write notice-record from notice-text-line.
		move spaces to ntl-text.
		string 'BATCH BALANCE ' br-balance delimited by size into ntl-text.
		write notice-record from notice-text-line.
		if return-count is greater than zero
			move 'ENTER EACH CORRECTED VALUE IN COLUMNS 33-62 AND SIGN IN COLUMNS 65-82'
				to ntl-text
			write notice-record from notice-text-line.
		move 1 to return-slot.
		perform write-one-return until return-slot is greater than return-count.
		if return-overflow is greater than zero
			move spaces to ntl-text
			string return-overflow ' FURTHER BAD RECORDS NOT LISTED'
				delimited by size into ntl-text
			write notice-record from notice-text-line.
		close notice-file.

	write-one-return.

		move spaces to ntl-text.
		string 'RECORD ' rtt-record(return-slot) '  ' rtt-reason(return-slot)
			delimited by size into ntl-text.
		write notice-record from notice-text-line.
		move rtt-source(return-slot) to cor-original.
		write notice-record from correction-line.
		add 1 to return-slot.

	report-one-batch.

		move br-id to bal-id.
		move br-file to bal-file.
		move br-read to bal-read.
		move records-accepted to bal-accepted.
		move records-returned to bal-returned.
		move notice-name to bal-notice.
		write report-out from batch-line after advancing 1 line.
		if return-overflow is greater than zero
			move br-id to ovl-id
			move return-overflow to ovl-count
			write report-out from overflow-line after advancing 1 line.
