program-id. intake.

environment division.
	input-output section.
		file-control.
			select optional landing-list assign to "landing.ctl" organization is line sequential.
			select optional landing-file assign to dynamic landing-name
				organization is line sequential
				file status is landing-status.
			select optional batch-registry assign to "batchreg.dat"
				organization is indexed
				access is dynamic
				record key is br-id
				file status is registry-status.
			select file-list assign to "filelist.ctl" organization is line sequential.
			select report-file assign to "intake.txt" organization is line sequential.

data division.
	file section.
		fd landing-list.
			01 landing-list-record pic x(48).
		fd landing-file.
			01 landing-record pic x(80).
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
		fd file-list.
			01 file-list-record pic x(48).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
		01 batch-header-area.
			02 filler pic x(3).
			02 bh-id pic x(8).
			02 bh-date pic x(8).
			02 bh-expected pic 9(6).
			02 filler pic x(55).
		01 batch-trailer-area.
			02 filler pic x(3).
			02 bt-count pic 9(6).
			02 bt-hash pic 9(10).
			02 filler pic x(61).
		01 intake-table.
			02 intake-id pic x(8) occurs 200 times.
		77 intake-count pic 9(3) value 0.
		77 intake-slot pic 9(3).
		77 intake-found pic 9.
		77 landing-name pic x(48).
		77 landing-status pic xx.
		77 registry-status pic xx.
		77 list-eof pic 9 value 0.
		77 landing-eof pic 9 value 0.
		77 header-seen pic 9.
		77 trailer-seen pic 9.
		77 registry-found pic 9.
		77 batch-ok pic 9.
		77 result-text pic x(26).
		77 intake-timestamp pic x(21).
		77 files-listed pic 9(6) value 0.
		77 files-accepted pic 9(6) value 0.
		77 files-refused pic 9(6) value 0.
		77 lock-action pic x.
		77 lock-caller pic x(13) value 'intake'.
		77 lock-kind pic x value 'W'.
		77 lock-ret pic 9 value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Inbound Batch Intake'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-date.
			02 filler pic x(20) value 'Run date ..........:'.
			02 rld-date pic x(8).
		01 col-heads.
			02 filler pic x(24) value 'Landing file'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Batch'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Date'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Expect'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value '      Hash'.
			02 filler pic x(2) value spaces.
			02 filler pic x(28) value 'Result'.
		01 intake-line.
			02 inl-file pic x(24).
			02 filler pic x(2) value spaces.
			02 inl-id pic x(8).
			02 filler pic x(2) value spaces.
			02 inl-date pic x(8).
			02 filler pic x(2) value spaces.
			02 inl-expected pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 inl-hash pic 9(10).
			02 filler pic x(2) value spaces.
			02 inl-result pic x(34).
		01 no-landing-line.
			02 filler pic x(1) value spaces.
			02 filler pic x(30) value 'no files in landing.ctl'.
		01 footer-line-listed.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Files listed ......:'.
			02 ftr-listed pic zzzzz9.
		01 footer-line-accepted.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Files accepted ....:'.
			02 ftr-accepted pic zzzzz9.
		01 footer-line-refused.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Files refused .....:'.
			02 ftr-refused pic zzzzz9.
		01 report-locked-line.
			02 filler pic x(44)
				value 'WRITER LOCK HELD - INTAKE NOT STARTED'.

procedure division.

	perform query-run-locks.
	if lock-ret is equal to 1
		perform write-locked-report
		move 8 to return-code
		goback.

	perform claim-run-lock.

	move function current-date to intake-timestamp.

	open i-o batch-registry.
	if registry-status is equal to '35' or registry-status is equal to '05'
		close batch-registry
		open output batch-registry
		close batch-registry
		open i-o batch-registry.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	move intake-timestamp(1:8) to rld-date.
	write report-out from report-line-date after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

	open output file-list.
	open input landing-list.
	perform take-one-landing-file until list-eof is equal to 1.
	close landing-list.
	close file-list.
	close batch-registry.

	if files-listed is equal to zero
		write report-out from no-landing-line after advancing 1 line.

	perform write-intake-footer.
	close report-file.
	perform release-run-lock.

	if files-refused is greater than zero
		move 4 to return-code.

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

	write-locked-report.

		open output report-file.
		write report-out from report-locked-line after advancing 0 lines.
		close report-file.

	take-one-landing-file.

		read landing-list at end move 1 to list-eof.
		if list-eof is equal to zero
			if landing-list-record is not equal to spaces
				add 1 to files-listed
				move landing-list-record to landing-name
				perform read-batch-controls
				perform register-batch
				perform report-landing-file.

	read-batch-controls.

		move 0 to header-seen.
		move 0 to trailer-seen.
		move spaces to batch-header-area.
		move zeros to batch-trailer-area.
		move 1 to batch-ok.
		move spaces to result-text.
		open input landing-file.
		if landing-status is not equal to '00'
			move 0 to batch-ok
			move 'FILE NOT FOUND' to result-text
		else
			move 0 to landing-eof
			perform scan-landing-record until landing-eof is equal to 1
			if header-seen is equal to zero
				move 0 to batch-ok
				move 'NO HDR RECORD' to result-text
			else if trailer-seen is equal to zero
				move 0 to batch-ok
				move 'NO TRL RECORD' to result-text
			else if bh-id is equal to spaces
				move 0 to batch-ok
				move 'HDR HAS NO BATCH ID' to result-text
			else if bh-expected is not numeric or bt-hash is not numeric
				move 0 to batch-ok
				move 'COUNT OR HASH NOT NUMERIC' to result-text.
		close landing-file.

	scan-landing-record.

		read landing-file at end move 1 to landing-eof.
		if landing-eof is equal to zero
			if landing-record(1:3) is equal to 'HDR'
				move landing-record to batch-header-area
				move 1 to header-seen
			else if landing-record(1:3) is equal to 'TRL'
				move landing-record to batch-trailer-area
				move 1 to trailer-seen.

	register-batch.

		if batch-ok is equal to 1
			perform find-intake-id
			if intake-found is equal to 1
				move 0 to batch-ok
				move 'SENT TWICE IN THIS INTAKE' to result-text.
		if batch-ok is equal to 1
			move bh-id to br-id
			read batch-registry
				invalid key
					move 0 to registry-found
				not invalid key
					move 1 to registry-found
			end-read
			if registry-found is equal to zero
				perform add-registry-entry
			else if br-hash is not equal to bt-hash
				move 0 to batch-ok
				move 'ID REUSED - HASH DIFFERS' to result-text
			else if br-status is equal to 'P'
				move 0 to batch-ok
				string 'ALREADY PROCESSED ' br-processed(1:8)
					delimited by size into result-text
			else
				perform renew-registry-entry.
		if batch-ok is equal to 1
			perform accept-landing-file
		else
			add 1 to files-refused.

	find-intake-id.

		move 0 to intake-found.
		move 1 to intake-slot.
		perform match-one-intake-id until intake-found is equal to 1
			or intake-slot is greater than intake-count.

	match-one-intake-id.

		if intake-id(intake-slot) is equal to bh-id
			move 1 to intake-found
		else
			add 1 to intake-slot.

	add-registry-entry.

		move bh-id to br-id.
		move bh-date to br-date.
		move bh-expected to br-expected.
		move bt-hash to br-hash.
		move landing-name to br-file.
		move 'R' to br-status.
		move intake-timestamp(1:14) to br-registered.
		move spaces to br-processed.
		move spaces to br-balance.
		move 0 to br-read.
		write registry-record.
		move 'ACCEPTED - REGISTERED' to result-text.

	renew-registry-entry.

		move bh-date to br-date.
		move bh-expected to br-expected.
		move landing-name to br-file.
		move intake-timestamp(1:14) to br-registered.
		rewrite registry-record.
		move 'ACCEPTED - RE-REGISTERED' to result-text.

	accept-landing-file.

		add 1 to files-accepted.
		write file-list-record from landing-name.
		if intake-count is less than 200
			add 1 to intake-count
			move bh-id to intake-id(intake-count).

	report-landing-file.

		move landing-name to inl-file.
		move bh-id to inl-id.
		move bh-date to inl-date.
		move 0 to inl-expected.
		if bh-expected is numeric
			move bh-expected to inl-expected.
		move 0 to inl-hash.
		if bt-hash is numeric
			move bt-hash to inl-hash.
		if batch-ok is equal to 1
			move result-text to inl-result
		else
			move spaces to inl-result
			string 'REFUSED ' result-text delimited by size into inl-result.
		write report-out from intake-line after advancing 1 line.

	write-intake-footer.

		write report-out from underline-1 after advancing 1 line.
		move files-listed to ftr-listed.
		write report-out from footer-line-listed after advancing 1 line.
		move files-accepted to ftr-accepted.
		write report-out from footer-line-accepted after advancing 1 line.
		move files-refused to ftr-refused.
		write report-out from footer-line-refused after advancing 1 line.
