program-id. alertcon.

environment division.
	input-output section.
		file-control.
			select optional alert-file assign to "alert.txt" organization is line sequential.
			select optional alert-work assign to "alertwork.tmp" organization is line sequential.
			select optional queue-file assign to "alertq.txt" organization is line sequential.
			select optional closed-file assign to "alertclosed.txt" organization is line sequential.
			select optional control-file assign to "alertctl.ctl" organization is line sequential.
			select optional seq-file assign to "alertseq.ctl" organization is line sequential.
			select sort-work assign to "alertsort.tmp".
			select report-file assign to "alertcon.txt" organization is line sequential.

data division.
	file section.
		fd alert-file.
			01 alert-record pic x(120).
		fd alert-work.
			01 alert-work-record pic x(120).
		fd queue-file.
			01 queue-record pic x(150).
		fd closed-file.
			01 closed-record pic x(170).
		fd control-file.
			01 control-record pic x(80).
		fd seq-file.
			01 seq-record pic 9(6).
		sd sort-work.
			01 sort-rec.
				02 srt-severity pic 9.
				02 srt-stamp pic x(14).
				02 srt-slot pic 9(3).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2).
			02 alr-source pic x(13).
			02 filler pic x(2).
			02 alr-severity pic 9.
			02 filler pic x(2).
			02 alr-code pic x(8).
			02 filler pic x(2).
			02 alr-text pic x(60).
		01 queue-line.
			02 aq-id pic 9(6).
			02 filler pic x(2) value spaces.
			02 aq-status pic x.
			02 filler pic x(2) value spaces.
			02 aq-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 aq-source pic x(13).
			02 filler pic x(2) value spaces.
			02 aq-severity pic 9.
			02 filler pic x(2) value spaces.
			02 aq-code pic x(8).
			02 filler pic x(2) value spaces.
			02 aq-text pic x(60).
			02 filler pic x(2) value spaces.
			02 aq-ack-by pic x(8).
			02 filler pic x(2) value spaces.
			02 aq-ack-date pic x(8).
		01 closed-line.
			02 cl-queue pic x(135).
			02 filler pic x(2) value spaces.
			02 cl-closed-date pic x(8).
			02 filler pic x(2) value spaces.
			02 cl-closed-by pic x(8).
		01 queue-table.
			02 queue-entry occurs 500 times.
				03 qt-id pic 9(6).
				03 qt-status pic x.
				03 qt-stamp pic x(14).
				03 qt-source pic x(13).
				03 qt-severity pic 9.
				03 qt-code pic x(8).
				03 qt-text pic x(60).
				03 qt-ack-by pic x(8).
				03 qt-ack-date pic x(8).
				03 qt-active pic 9.
		77 queue-count pic 9(3) value 0.
		77 queue-slot pic 9(3).
		77 queue-found pic 9.
		01 refused-table.
			02 refused-entry occurs 50 times.
				03 rft-verb pic x(10).
				03 rft-id pic x(10).
				03 rft-reason pic x(30).
		77 refused-count pic 9(6) value 0.
		77 refused-slot pic 9(3).
		77 alert-eof pic 9 value 0.
		77 work-eof pic 9 value 0.
		77 queue-eof pic 9 value 0.
		77 control-eof pic 9 value 0.
		77 seq-eof pic 9 value 0.
		77 sort-eof pic 9 value 0.
		77 last-id pic 9(6) value 0.
		77 con-timestamp pic x(21).
		77 today-date pic x(8).
		77 today-num pic 9(8).
		77 today-int pic 9(7).
		77 alert-num pic 9(8).
		77 alert-int pic 9(7).
		77 age-days pic s9(5).
		77 ctl-verb pic x(10).
		77 ctl-id-text pic x(10).
		77 ctl-id-len pic 99.
		77 ctl-operator pic x(10).
		77 ctl-id pic 9(6).
		77 ctl-reason pic x(30).
		77 carried-count pic 9(6) value 0.
		77 new-count pic 9(6) value 0.
		77 duplicate-count pic 9(6) value 0.
		77 held-back-count pic 9(6) value 0.
		77 acked-count pic 9(6) value 0.
		77 closed-count pic 9(6) value 0.
		77 open-count pic 9(6) value 0.
		77 unacked-count pic 9(6) value 0.
		77 critical-count pic 9(6) value 0.
		77 warning-count pic 9(6) value 0.
		77 notice-count pic 9(6) value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Operator Alert Console'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-date.
			02 filler pic x(20) value 'Console date ......:'.
			02 rld-date pic x(8).
		01 report-line-carried.
			02 filler pic x(20) value 'Carried forward ...:'.
			02 rlc-count pic zzzzz9.
		01 report-line-new.
			02 filler pic x(20) value 'New alerts ........:'.
			02 rln-count pic zzzzz9.
		01 report-line-duplicate.
			02 filler pic x(20) value 'Repeats suppressed :'.
			02 rlr-count pic zzzzz9.
		01 report-line-acked.
			02 filler pic x(20) value 'Acknowledged ......:'.
			02 rla-count pic zzzzz9.
		01 report-line-closed.
			02 filler pic x(20) value 'Closed ............:'.
			02 rlx-count pic zzzzz9.
		01 held-back-line.
			02 filler pic x(5) value ' *** '.
			02 hbl-count pic zzzzz9.
			02 filler pic x(44) value ' alerts held in alert.txt - queue table full'.
		01 list-section-title.
			02 filler pic x(4) value spaces.
			02 filler pic x(40) value 'Open Alerts by Severity and Age'.
		01 list-col-heads.
			02 filler pic x(6) value '    Id'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Severity'.
			02 filler pic x(2) value spaces.
			02 filler pic x(4) value 'Days'.
			02 filler pic x(2) value spaces.
			02 filler pic x(13) value 'Source'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Code'.
			02 filler pic x(2) value spaces.
			02 filler pic x(3) value 'Ack'.
			02 filler pic x(2) value spaces.
			02 filler pic x(46) value 'Text'.
		01 list-detail-line.
			02 ldl-id pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 ldl-severity pic x(8).
			02 filler pic x(2) value spaces.
			02 ldl-days pic zzz9.
			02 filler pic x(2) value spaces.
			02 ldl-source pic x(13).
			02 filler pic x(2) value spaces.
			02 ldl-code pic x(8).
			02 filler pic x(2) value spaces.
			02 ldl-ack pic x(3).
			02 filler pic x(2) value spaces.
			02 ldl-text pic x(46).
		01 list-empty-line.
			02 filler pic x(4) value spaces.
			02 filler pic x(20) value 'No open alerts'.
		01 refused-title-line.
			02 filler pic x(4) value spaces.
			02 filler pic x(40) value 'Refused Control Entries'.
		01 refused-detail-line.
			02 filler pic x(4) value spaces.
			02 rdl-verb pic x(10).
			02 filler pic x(2) value spaces.
			02 rdl-id pic x(10).
			02 filler pic x(2) value spaces.
			02 rdl-reason pic x(30).
		01 footer-line-open.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Open alerts .......:'.
			02 ftr-open pic zzzzz9.
		01 footer-line-critical.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Critical ..........:'.
			02 ftr-critical pic zzzzz9.
		01 footer-line-warning.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Warning ...........:'.
			02 ftr-warning pic zzzzz9.
		01 footer-line-notice.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Notice ............:'.
			02 ftr-notice pic zzzzz9.
		01 footer-line-unacked.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Unacknowledged ....:'.
			02 ftr-unacked pic zzzzz9.
		01 footer-line-refused.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Entries refused ...:'.
			02 ftr-refused pic zzzzz9.

procedure division.

	move function current-date to con-timestamp.
	move con-timestamp(1:8) to today-date.
	move today-date to today-num.
	compute today-int = function integer-of-date(today-num).

	perform read-alert-sequence.
	perform load-alert-queue.
	perform take-new-alerts.
	perform apply-alert-controls.
	perform rewrite-alert-queue.
	perform write-alert-sequence.
	perform restore-held-alerts.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	perform write-console-summary.

	write report-out from underline-1 after advancing 1 line.
	write report-out from list-section-title after advancing 1 line.
	write report-out from list-col-heads after advancing 1 line.
	sort sort-work on ascending key srt-severity srt-stamp
		input procedure is acquire-open-alerts
		output procedure is list-open-alerts.
	if open-count is equal to zero
		write report-out from list-empty-line after advancing 1 line.
	if refused-count is greater than zero
		perform write-refused-entries.
	perform write-console-footer.
	close report-file.

	if refused-count is greater than zero
		move 4 to return-code.

	goback.

	read-alert-sequence.

		open input seq-file.
		read seq-file at end move 1 to seq-eof.
		if seq-eof is equal to zero
			if seq-record is numeric
				move seq-record to last-id.
		close seq-file.

	write-alert-sequence.

		open output seq-file.
		move last-id to seq-record.
		write seq-record.
		close seq-file.

	load-alert-queue.

		open input queue-file.
		perform load-one-queued until queue-eof is equal to 1.
		close queue-file.

	load-one-queued.

		read queue-file into queue-line at end move 1 to queue-eof.
		if queue-eof is equal to zero
			if aq-id is numeric and queue-count is less than 500
				add 1 to queue-count
				add 1 to carried-count
				move aq-id to qt-id(queue-count)
				move aq-status to qt-status(queue-count)
				move aq-stamp to qt-stamp(queue-count)
				move aq-source to qt-source(queue-count)
				move aq-severity to qt-severity(queue-count)
				move aq-code to qt-code(queue-count)
				move aq-text to qt-text(queue-count)
				move aq-ack-by to qt-ack-by(queue-count)
				move aq-ack-date to qt-ack-date(queue-count)
				move 1 to qt-active(queue-count)
				if aq-id is greater than last-id
					move aq-id to last-id.

	take-new-alerts.

		open input alert-file.
		open output alert-work.
		perform take-one-alert until alert-eof is equal to 1.
		close alert-work.
		close alert-file.

	take-one-alert.

		read alert-file into alert-line at end move 1 to alert-eof.
		if alert-eof is equal to zero
			perform find-repeat-alert
			if queue-found is equal to 1
				add 1 to duplicate-count
			else if queue-count is less than 500
				perform queue-new-alert
			else
				add 1 to held-back-count
				write alert-work-record from alert-line.

	find-repeat-alert.

		move 0 to queue-found.
		move 1 to queue-slot.
		perform match-repeat-alert until queue-found is equal to 1
			or queue-slot is greater than queue-count.

	match-repeat-alert.

		if qt-active(queue-slot) is equal to 1
				and qt-source(queue-slot) is equal to alr-source
				and qt-code(queue-slot) is equal to alr-code
				and qt-text(queue-slot) is equal to alr-text
			move 1 to queue-found
		else
			add 1 to queue-slot.

	queue-new-alert.

		add 1 to queue-count.
		add 1 to new-count.
		if last-id is equal to 999999
			move 1 to last-id
		else
			add 1 to last-id.
		move last-id to qt-id(queue-count).
		move 'O' to qt-status(queue-count).
		move alr-stamp to qt-stamp(queue-count).
		move alr-source to qt-source(queue-count).
		if alr-severity is numeric
			move alr-severity to qt-severity(queue-count)
		else
			move 3 to qt-severity(queue-count).
		move alr-code to qt-code(queue-count).
		move alr-text to qt-text(queue-count).
		move spaces to qt-ack-by(queue-count).
		move spaces to qt-ack-date(queue-count).
		move 1 to qt-active(queue-count).

	restore-held-alerts.

		move 0 to work-eof.
		open input alert-work.
		open output alert-file.
		perform restore-held-alert until work-eof is equal to 1.
		close alert-file.
		close alert-work.
		open output alert-work.
		close alert-work.

	restore-held-alert.

		read alert-work at end move 1 to work-eof.
		if work-eof is equal to zero
			write alert-record from alert-work-record.

	apply-alert-controls.

		open input control-file.
		perform apply-one-control until control-eof is equal to 1.
		close control-file.
		open output control-file.
		close control-file.

	apply-one-control.

		read control-file at end move 1 to control-eof.
		if control-eof is equal to zero
				and control-record is not equal to spaces
			move spaces to ctl-verb
			move spaces to ctl-id-text
			move spaces to ctl-operator
			move 0 to ctl-id-len
			unstring control-record delimited by all spaces
				into ctl-verb ctl-id-text count in ctl-id-len ctl-operator
			inspect ctl-verb converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			inspect ctl-operator converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			perform edit-one-control.

	edit-one-control.

		move spaces to ctl-reason.
		if ctl-verb is not equal to 'ACK' and ctl-verb is not equal to 'CLOSE'
			move 'VERB IS NOT ACK OR CLOSE' to ctl-reason
		else if ctl-id-len is equal to zero or ctl-id-len is greater than 6
				or ctl-id-text(1:ctl-id-len) is not numeric
			move 'ALERT ID IS NOT A NUMBER' to ctl-reason
		else
			move ctl-id-text(1:ctl-id-len) to ctl-id
			perform find-alert-by-id
			if queue-found is equal to zero
				move 'ALERT NOT OPEN ON THE QUEUE' to ctl-reason
			else if ctl-verb is equal to 'ACK'
				perform acknowledge-one-alert
			else
				perform close-one-alert.
		if ctl-reason is not equal to spaces
			perform note-refused-control.

	find-alert-by-id.

		move 0 to queue-found.
		move 1 to queue-slot.
		perform match-alert-id until queue-found is equal to 1
			or queue-slot is greater than queue-count.

	match-alert-id.

		if qt-active(queue-slot) is equal to 1
				and qt-id(queue-slot) is equal to ctl-id
			move 1 to queue-found
		else
			add 1 to queue-slot.

	acknowledge-one-alert.

		if qt-status(queue-slot) is equal to 'A'
			move 'ALERT ALREADY ACKNOWLEDGED' to ctl-reason
		else
			move 'A' to qt-status(queue-slot)
			move ctl-operator to qt-ack-by(queue-slot)
			move today-date to qt-ack-date(queue-slot)
			add 1 to acked-count.

	close-one-alert.

		perform build-queue-line.
		move queue-line to cl-queue.
		move today-date to cl-closed-date.
		move ctl-operator to cl-closed-by.
		open extend closed-file.
		write closed-record from closed-line.
		close closed-file.
		move 0 to qt-active(queue-slot).
		add 1 to closed-count.

	note-refused-control.

		add 1 to refused-count.
		if refused-count is not greater than 50
			move ctl-verb to rft-verb(refused-count)
			move ctl-id-text to rft-id(refused-count)
			move ctl-reason to rft-reason(refused-count).

	build-queue-line.

		move qt-id(queue-slot) to aq-id.
		move qt-status(queue-slot) to aq-status.
		move qt-stamp(queue-slot) to aq-stamp.
		move qt-source(queue-slot) to aq-source.
		move qt-severity(queue-slot) to aq-severity.
		move qt-code(queue-slot) to aq-code.
		move qt-text(queue-slot) to aq-text.
		move qt-ack-by(queue-slot) to aq-ack-by.
		move qt-ack-date(queue-slot) to aq-ack-date.

	rewrite-alert-queue.

		open output queue-file.
		move 1 to queue-slot.
		perform rewrite-one-queued until queue-slot is greater than queue-count.
		close queue-file.

	rewrite-one-queued.

		if qt-active(queue-slot) is equal to 1
			perform build-queue-line
			write queue-record from queue-line.
		add 1 to queue-slot.

	acquire-open-alerts.

		move 1 to queue-slot.
		perform release-one-open until queue-slot is greater than queue-count.

	release-one-open.

		if qt-active(queue-slot) is equal to 1
			move qt-severity(queue-slot) to srt-severity
			move qt-stamp(queue-slot) to srt-stamp
			move queue-slot to srt-slot
			release sort-rec.
		add 1 to queue-slot.

	list-open-alerts.

		move 0 to sort-eof.
		perform return-one-open until sort-eof is equal to 1.

	return-one-open.

		return sort-work at end move 1 to sort-eof.
		if sort-eof is equal to zero
			move srt-slot to queue-slot
			perform list-one-alert.

	list-one-alert.

		add 1 to open-count.
		move qt-id(queue-slot) to ldl-id.
		if qt-severity(queue-slot) is equal to 1
			move 'CRITICAL' to ldl-severity
			add 1 to critical-count
		else if qt-severity(queue-slot) is equal to 2
			move 'WARNING' to ldl-severity
			add 1 to warning-count
		else
			move 'NOTICE' to ldl-severity
			add 1 to notice-count.
		move 0 to age-days.
		if qt-stamp(queue-slot)(1:8) is numeric
			move qt-stamp(queue-slot)(1:8) to alert-num
			compute alert-int = function integer-of-date(alert-num)
			compute age-days = today-int - alert-int
			if age-days is less than zero
				move 0 to age-days.
		move age-days to ldl-days.
		move qt-source(queue-slot) to ldl-source.
		move qt-code(queue-slot) to ldl-code.
		if qt-status(queue-slot) is equal to 'A'
			move 'YES' to ldl-ack
		else
			move 'NO' to ldl-ack
			add 1 to unacked-count.
		move qt-text(queue-slot) to ldl-text.
		write report-out from list-detail-line after advancing 1 line.

	write-console-summary.

		move today-date to rld-date.
		write report-out from report-line-date after advancing 1 line.
		move carried-count to rlc-count.
		write report-out from report-line-carried after advancing 1 line.
		move new-count to rln-count.
		write report-out from report-line-new after advancing 1 line.
		move duplicate-count to rlr-count.
		write report-out from report-line-duplicate after advancing 1 line.
		move acked-count to rla-count.
		write report-out from report-line-acked after advancing 1 line.
		move closed-count to rlx-count.
		write report-out from report-line-closed after advancing 1 line.
		if held-back-count is greater than zero
			move held-back-count to hbl-count
			write report-out from held-back-line after advancing 1 line.

	write-refused-entries.

		write report-out from underline-1 after advancing 1 line.
		write report-out from refused-title-line after advancing 1 line.
		move 1 to refused-slot.
		perform write-one-refusal until refused-slot is greater than refused-count
			or refused-slot is greater than 50.

	write-one-refusal.

		move rft-verb(refused-slot) to rdl-verb.
		move rft-id(refused-slot) to rdl-id.
		move rft-reason(refused-slot) to rdl-reason.
		write report-out from refused-detail-line after advancing 1 line.
		add 1 to refused-slot.

	write-console-footer.

		write report-out from underline-1 after advancing 1 line.
		move open-count to ftr-open.
		write report-out from footer-line-open after advancing 1 line.
		move critical-count to ftr-critical.
		write report-out from footer-line-critical after advancing 1 line.
		move warning-count to ftr-warning.
		write report-out from footer-line-warning after advancing 1 line.
		move notice-count to ftr-notice.
		write report-out from footer-line-notice after advancing 1 line.
		move unacked-count to ftr-unacked.
		write report-out from footer-line-unacked after advancing 1 line.
		move refused-count to ftr-refused.
		write report-out from footer-line-refused after advancing 1 line.
