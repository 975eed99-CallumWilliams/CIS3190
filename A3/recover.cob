program-id. recover.

environment division.
	input-output section.
		file-control.
			select optional control-file assign to "recover.ctl" organization is line sequential.
			select optional catalog-file assign to "backup.ctl" organization is line sequential.
			select optional catalog-work assign to "backup.tmp" organization is line sequential.
			select optional backup-file assign to dynamic backup-name
				organization is line sequential
				file status is backup-status.
			select target-file assign to dynamic target-name
				organization is line sequential
				file status is target-status.
			select sort-work assign to "recsort.tmp".
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select report-file assign to "recover.txt" organization is line sequential.

data division.
	file section.
		fd control-file.
			01 control-record pic x(80).
		fd catalog-file.
			01 catalog-record pic x(120).
		fd catalog-work.
			01 catalog-work-record pic x(120).
		fd backup-file.
			01 backup-record pic x(256).
		fd target-file.
			01 target-record pic x(256).
		sd sort-work.
			01 sort-rec.
				02 srt-file pic x(30).
				02 srt-stamp pic x(14).
				02 srt-gen pic 9(4).
				02 srt-name pic x(40).
				02 srt-caller pic x(13).
				02 srt-records pic 9(8).
		fd job-log.
			01 job-log-record pic x(120).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
		01 catalog-line.
			02 bkc-file pic x(30).
			02 filler pic x(2).
			02 bkc-gen pic 9(4).
			02 filler pic x(2).
			02 bkc-stamp pic x(14).
			02 filler pic x(2).
			02 bkc-name pic x(40).
			02 filler pic x(2).
			02 bkc-caller pic x(13).
			02 filler pic x(2).
			02 bkc-records pic 9(8).
		77 param-eof pic 9 value 0.
		77 param-record pic x(3).
		77 parm-section pic x(13) value 'HOUSEKEEP'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 control-eof pic 9 value 0.
		77 catalog-eof pic 9 value 0.
		77 work-eof pic 9 value 0.
		77 copy-eof pic 9 value 0.
		77 sort-eof pic 9 value 0.
		77 backup-name pic x(40).
		77 target-name pic x(30).
		77 backup-status pic xx.
		77 target-status pic xx.
		77 delete-name pic x(40).
		77 delete-status pic s9(9).
		77 retention-days pic 9(3) value 90.
		77 rec-timestamp pic x(21).
		77 today-date pic x(8).
		77 today-num pic 9(8).
		77 today-int pic 9(7).
		77 cutoff-int pic 9(7).
		77 cutoff-num pic 9(8).
		77 cutoff-date pic x(8).
		77 ctl-verb pic x(10) value spaces.
		77 ctl-file pic x(30) value spaces.
		77 ctl-gen-text pic x(10) value spaces.
		77 ctl-gen-len pic 99 value 0.
		77 wanted-gen pic 9(4) value 0.
		77 restore-requested pic 9 value 0.
		77 restore-done pic 9 value 0.
		77 gen-found pic 9 value 0.
		77 found-gen pic 9(4) value 0.
		77 found-stamp pic x(14) value spaces.
		77 found-name pic x(40) value spaces.
		77 records-restored pic 9(8) value 0.
		77 problem-text pic x(50) value spaces.
		77 gens-aged pic 9(6) value 0.
		77 gens-kept pic 9(6) value 0.
		77 gens-listed pic 9(6) value 0.
		77 files-listed pic 9(6) value 0.
		77 last-listed-file pic x(30) value spaces.
		77 run-rc pic 9 value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'recover'.
		77 lock-kind pic x value 'W'.
		77 lock-ret pic 9 value 0.
		77 bak-ret pic 9 value 0.
		77 jl-timestamp pic x(21).
		77 jl-hh pic 99.
		77 jl-mm pic 99.
		77 jl-ss pic 99.
		77 jl-seconds pic 9(6).
		77 jl-start-seconds pic 9(6) value 0.
		77 jl-elapsed pic s9(6) value 0.
		77 jl-elapsed-text pic 9(5).
		77 jl-status pic x(8) value 'OK'.
		01 joblog-line.
			02 jl-date pic x(14).
			02 filler pic x(2) value spaces.
			02 jl-program pic x(13) value 'recover'.
			02 filler pic x(2) value spaces.
			02 jl-event pic x(5).
			02 filler pic x(2) value spaces.
			02 jl-detail pic x(82).
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Backup Recovery Report'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-retention.
			02 filler pic x(20) value 'Retention days ....:'.
			02 rlr-days pic zz9.
		01 report-line-cutoff.
			02 filler pic x(20) value 'Aged-out before ...:'.
			02 rlc-cutoff pic x(8).
		01 report-line-aged.
			02 filler pic x(20) value 'Generations aged ..:'.
			02 rla-aged pic zzzzz9.
		01 report-line-kept.
			02 filler pic x(20) value 'Generations kept ..:'.
			02 rlk-kept pic zzzzz9.
		01 report-line-request.
			02 filler pic x(20) value 'Restore requested .:'.
			02 rlq-file pic x(30).
			02 filler pic x(5) value ' gen '.
			02 rlq-gen pic x(6).
		01 report-line-from.
			02 filler pic x(20) value 'Restored from .....:'.
			02 rlf-name pic x(40).
		01 report-line-restored.
			02 filler pic x(20) value 'Records restored ..:'.
			02 rlx-records pic zzzzzzz9.
		01 report-line-prior.
			02 filler pic x(20) value 'Prior copy saved ..:'.
			02 rlp-text pic x(30).
		01 report-problem-line.
			02 filler pic x(5) value ' *** '.
			02 rpl-text pic x(50).
		01 list-section-title.
			02 filler pic x(4) value spaces.
			02 filler pic x(25) value 'Backup Generations'.
		01 list-col-heads.
			02 filler pic x(4) value spaces.
			02 filler pic x(14) value 'File'.
			02 filler pic x(2) value spaces.
			02 filler pic x(4) value 'Gen'.
			02 filler pic x(2) value spaces.
			02 filler pic x(14) value 'Taken'.
			02 filler pic x(2) value spaces.
			02 filler pic x(13) value 'Taken by'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value ' Records'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Backup file'.
		01 list-detail-line.
			02 filler pic x(4) value spaces.
			02 ldl-file pic x(14).
			02 filler pic x(2) value spaces.
			02 ldl-gen pic 9(4).
			02 filler pic x(2) value spaces.
			02 ldl-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 ldl-caller pic x(13).
			02 filler pic x(2) value spaces.
			02 ldl-records pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 ldl-name pic x(30).
		01 list-empty-line.
			02 filler pic x(4) value spaces.
			02 filler pic x(40) value 'No backup generations on the catalog'.
		01 footer-line-files.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Files with backups :'.
			02 ftr-files pic zzzzz9.
		01 footer-line-listed.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Generations listed :'.
			02 ftr-listed pic zzzzz9.

procedure division.

	move function current-date to rec-timestamp.
	move rec-timestamp(1:8) to today-date.
	perform write-joblog-start.

	perform read-retention-param.
	perform compute-cutoff-date.
	perform read-recover-control.

	if restore-requested is equal to 1
		perform query-run-locks
		if lock-ret is equal to 1
			move 'WRITER LOCK HELD - RESTORE NOT DONE' to problem-text
			move 8 to run-rc
		else
			perform claim-run-lock
			perform restore-generation
			perform release-run-lock.

	perform age-out-generations.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	perform write-recovery-summary.

	write report-out from underline-1 after advancing 1 line.
	write report-out from list-section-title after advancing 1 line.
	write report-out from list-col-heads after advancing 1 line.
	sort sort-work on ascending key srt-file srt-stamp
		input procedure is acquire-catalog
		output procedure is list-generations.
	if gens-listed is equal to zero
		write report-out from list-empty-line after advancing 1 line.
	perform write-recovery-footer.
	close report-file.

	if run-rc is not equal to zero
		move 'FAILED' to jl-status.
	perform write-joblog-end.
	move run-rc to return-code.

	goback.

	query-run-locks.

		move 'Q' to lock-action.
		call "runlock" using lock-action, lock-caller, lock-kind, lock-ret.

	claim-run-lock.

		move 'C' to lock-action.
		call "runlock" using lock-action, lock-caller, lock-kind, lock-ret.

	release-run-lock.

		move 'R' to lock-action.
		call "runlock" using lock-action, lock-caller, lock-kind, lock-ret.

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

		move today-date to today-num.
		compute today-int = function integer-of-date(today-num).
		compute cutoff-int = today-int - retention-days.
		compute cutoff-num = function date-of-integer(cutoff-int).
		move cutoff-num to cutoff-date.

	read-recover-control.

		open input control-file.
		read control-file at end move 1 to control-eof.
		if control-eof is equal to zero
			unstring control-record delimited by all spaces
				into ctl-verb ctl-file ctl-gen-text count in ctl-gen-len
			inspect ctl-verb converting
				'abcdefghijklmnopqrstuvwxyz' to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		close control-file.
		if ctl-verb is equal to 'RESTORE'
			perform check-restore-request
		else if ctl-verb is not equal to spaces
				and ctl-verb is not equal to 'LIST'
			move 'UNKNOWN REQUEST IN RECOVER.CTL - LISTING ONLY' to problem-text
			move 8 to run-rc.
		if control-eof is equal to zero
			open output control-file
			close control-file.

	check-restore-request.

		if ctl-file is equal to spaces
			move 'RESTORE WITHOUT A FILE NAME - NOTHING RESTORED' to problem-text
			move 8 to run-rc
		else if ctl-gen-len is equal to zero
			move 0 to wanted-gen
			move 1 to restore-requested
		else if ctl-gen-len is greater than 4
				or ctl-gen-text(1:ctl-gen-len) is not numeric
			move 'GENERATION IS NOT A NUMBER - NOTHING RESTORED' to problem-text
			move 8 to run-rc
		else
			move ctl-gen-text(1:ctl-gen-len) to wanted-gen
			move 1 to restore-requested.

	restore-generation.

		perform find-requested-generation.
		if gen-found is equal to zero
			move 'GENERATION NOT ON THE BACKUP CATALOG' to problem-text
			move 8 to run-rc
		else
			move found-name to backup-name
			open input backup-file
			if backup-status is not equal to '00'
				close backup-file
				move 'BACKUP FILE FOR GENERATION IS MISSING' to problem-text
				move 8 to run-rc
			else
				perform copy-generation-back.

	find-requested-generation.

		move 0 to gen-found.
		move spaces to found-stamp.
		move 0 to catalog-eof.
		open input catalog-file.
		perform match-catalog-record until catalog-eof is equal to 1.
		close catalog-file.

	match-catalog-record.

		read catalog-file into catalog-line at end move 1 to catalog-eof.
		if catalog-eof is equal to zero
			if bkc-file is equal to ctl-file
				if wanted-gen is equal to zero
					if bkc-stamp is not less than found-stamp
						perform note-found-generation
					end-if
				else if bkc-gen is equal to wanted-gen
					perform note-found-generation.

	note-found-generation.

		move 1 to gen-found.
		move bkc-gen to found-gen.
		move bkc-stamp to found-stamp.
		move bkc-name to found-name.

	copy-generation-back.

		call "filebak" using ctl-file, lock-caller, bak-ret.
		move ctl-file to target-name.
		if bak-ret is equal to 2
			close backup-file
			move 'CURRENT FILE BACKUP NOT WRITTEN - NOT RESTORED' to problem-text
			move 8 to run-rc
		else
			perform write-generation-back.

	write-generation-back.

		open output target-file.
		if target-status is not equal to '00'
			close target-file
			close backup-file
			move 'TARGET FILE COULD NOT BE OPENED FOR OUTPUT' to problem-text
			move 8 to run-rc
		else
			move 0 to copy-eof
			move 0 to records-restored
			perform copy-one-backup-record until copy-eof is equal to 1
			close target-file
			close backup-file
			move 1 to restore-done
			perform write-joblog-restore.

	copy-one-backup-record.

		read backup-file at end move 1 to copy-eof.
		if copy-eof is equal to zero
			write target-record from backup-record
			add 1 to records-restored.

	age-out-generations.

		move 0 to catalog-eof.
		open input catalog-file.
		open output catalog-work.
		perform sift-catalog-record until catalog-eof is equal to 1.
		close catalog-work.
		close catalog-file.
		if gens-aged is greater than zero
			move 0 to work-eof
			open input catalog-work
			open output catalog-file
			perform restore-catalog-record until work-eof is equal to 1
			close catalog-file
			close catalog-work.
		open output catalog-work.
		close catalog-work.

	sift-catalog-record.

		read catalog-file into catalog-line at end move 1 to catalog-eof.
		if catalog-eof is equal to zero
			if bkc-stamp(1:8) is less than cutoff-date
				move bkc-name to delete-name
				call "CBL_DELETE_FILE" using delete-name
				move return-code to delete-status
				add 1 to gens-aged
			else
				write catalog-work-record from catalog-line
				add 1 to gens-kept.

	restore-catalog-record.

		read catalog-work at end move 1 to work-eof.
		if work-eof is equal to zero
			write catalog-record from catalog-work-record.

	acquire-catalog.

		move 0 to catalog-eof.
		open input catalog-file.
		perform release-catalog-record until catalog-eof is equal to 1.
		close catalog-file.

	release-catalog-record.

		read catalog-file into catalog-line at end move 1 to catalog-eof.
		if catalog-eof is equal to zero
			move bkc-file to srt-file
			move bkc-stamp to srt-stamp
			move bkc-gen to srt-gen
			move bkc-name to srt-name
			move bkc-caller to srt-caller
			move bkc-records to srt-records
			release sort-rec.

	list-generations.

		move 0 to sort-eof.
		move spaces to last-listed-file.
		perform return-one-generation until sort-eof is equal to 1.

	return-one-generation.

		return sort-work at end move 1 to sort-eof.
		if sort-eof is equal to zero
			if srt-file is equal to last-listed-file
				move spaces to ldl-file
			else
				add 1 to files-listed
				move srt-file to ldl-file
				move srt-file to last-listed-file
			end-if
			move srt-gen to ldl-gen
			move srt-stamp to ldl-stamp
			move srt-caller to ldl-caller
			move srt-records to ldl-records
			move srt-name to ldl-name
			write report-out from list-detail-line after advancing 1 line
			add 1 to gens-listed.

	write-recovery-summary.

		move retention-days to rlr-days.
		write report-out from report-line-retention after advancing 1 line.
		move cutoff-date to rlc-cutoff.
		write report-out from report-line-cutoff after advancing 1 line.
		move gens-aged to rla-aged.
		write report-out from report-line-aged after advancing 1 line.
		move gens-kept to rlk-kept.
		write report-out from report-line-kept after advancing 1 line.
		if restore-requested is equal to 1
			move ctl-file to rlq-file
			if wanted-gen is equal to zero
				move 'LATEST' to rlq-gen
			else
				move wanted-gen to rlq-gen
			end-if
			write report-out from report-line-request after advancing 1 line.
		if restore-done is equal to 1
			move found-name to rlf-name
			write report-out from report-line-from after advancing 1 line
			move records-restored to rlx-records
			write report-out from report-line-restored after advancing 1 line
			if bak-ret is equal to zero
				move 'YES' to rlp-text
			else if bak-ret is equal to 1
				move 'NO - NO CURRENT FILE' to rlp-text
			else
				move 'NO - BACKUP NOT WRITTEN' to rlp-text
			end-if
			write report-out from report-line-prior after advancing 1 line.
		if problem-text is not equal to spaces
			move problem-text to rpl-text
			write report-out from report-problem-line after advancing 1 line.

	write-recovery-footer.

		write report-out from underline-1 after advancing 1 line.
		move files-listed to ftr-files.
		write report-out from footer-line-files after advancing 1 line.
		move gens-listed to ftr-listed.
		write report-out from footer-line-listed after advancing 1 line.

	joblog-stamp.

		move function current-date to jl-timestamp.
		move jl-timestamp(1:14) to jl-date.
		move jl-timestamp(9:2) to jl-hh.
		move jl-timestamp(11:2) to jl-mm.
		move jl-timestamp(13:2) to jl-ss.
		compute jl-seconds = jl-hh * 3600 + jl-mm * 60 + jl-ss.

	write-joblog-start.

		perform joblog-stamp.
		move jl-seconds to jl-start-seconds.
		move 'START' to jl-event.
		move spaces to jl-detail.
		perform write-joblog-record.

	write-joblog-restore.

		perform joblog-stamp.
		move 'RESTR' to jl-event.
		move spaces to jl-detail.
		string 'restored ' delimited by size
			ctl-file delimited by space
			' gen ' found-gen ' from ' delimited by size
			found-name delimited by space
			' records=' records-restored delimited by size
			into jl-detail.
		perform write-joblog-record.

	write-joblog-end.

		perform joblog-stamp.
		compute jl-elapsed = jl-seconds - jl-start-seconds.
		if jl-elapsed is less than zero
			add 86400 to jl-elapsed.
		move jl-elapsed to jl-elapsed-text.
		move 'END' to jl-event.
		move spaces to jl-detail.
		string 'elapsed=' jl-elapsed-text 's aged=' gens-aged
			' restored=' restore-done ' status=' jl-status
			delimited by size into jl-detail.
		perform write-joblog-record.

	write-joblog-record.

		open extend job-log.
		write job-log-record from joblog-line.
		close job-log.
