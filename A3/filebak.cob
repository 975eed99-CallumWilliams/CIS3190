program-id. filebak.

environment division.
	input-output section.
		file-control.
			select optional source-file assign to dynamic source-name
				organization is line sequential
				file status is source-status.
			select backup-file assign to dynamic backup-name
				organization is line sequential
				file status is backup-status.
			select optional catalog-file assign to "backup.ctl"
				organization is line sequential
				file status is catalog-status.

data division.
	file section.
		fd source-file.
			01 source-record pic x(256).
		fd backup-file.
			01 backup-record pic x(256).
		fd catalog-file.
			01 catalog-record pic x(120).
	working-storage section.
		01 catalog-line.
			02 bkc-file pic x(30).
			02 filler pic x(2) value spaces.
			02 bkc-gen pic 9(4).
			02 filler pic x(2) value spaces.
			02 bkc-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 bkc-name pic x(40).
			02 filler pic x(2) value spaces.
			02 bkc-caller pic x(13).
			02 filler pic x(2) value spaces.
			02 bkc-records pic 9(8).
		77 source-name pic x(30).
		77 backup-name pic x(40).
		77 source-status pic xx.
		77 backup-status pic xx.
		77 catalog-status pic xx.
		77 source-eof pic 9 value 0.
		77 catalog-eof pic 9 value 0.
		77 last-gen pic 9(4) value 0.
		77 new-gen pic 9(4) value 0.
		77 records-copied pic 9(8) value 0.
		77 bak-timestamp pic x(21).
		77 stem-name pic x(30).

	linkage section.
		01 bak-file pic x(30).
		01 bak-caller pic x(13).
		01 bak-ret pic 9.

procedure division using bak-file, bak-caller, bak-ret.

	move 0 to bak-ret.
	move bak-file to source-name.

	open input source-file.
	if source-status is not equal to '00'
		close source-file
		move 1 to bak-ret
		goback.

	perform find-last-generation.
	perform build-backup-name.

	open output backup-file.
	if backup-status is not equal to '00'
		close backup-file
		close source-file
		move 2 to bak-ret
		goback.

	move 0 to records-copied.
	move 0 to source-eof.
	perform copy-source-record until source-eof is equal to 1.
	close backup-file.
	close source-file.

	perform write-catalog-entry.

	goback.

	find-last-generation.

		move 0 to last-gen.
		move 0 to catalog-eof.
		open input catalog-file.
		perform scan-catalog-record until catalog-eof is equal to 1.
		close catalog-file.
		if last-gen is equal to 9999
			move 1 to new-gen
		else
			add 1 to last-gen giving new-gen.

	scan-catalog-record.

		read catalog-file into catalog-line at end move 1 to catalog-eof.
		if catalog-eof is equal to zero
			if bkc-file is equal to bak-file
					and bkc-gen is numeric
					and bkc-gen is greater than last-gen
				move bkc-gen to last-gen.

	build-backup-name.

		move function current-date to bak-timestamp.
		move spaces to stem-name.
		unstring bak-file delimited by '.' or space into stem-name.
		move spaces to backup-name.
		string stem-name delimited by space
			'-' bak-timestamp(1:8) '-' new-gen '.bak'
			delimited by size into backup-name.

	copy-source-record.

		read source-file at end move 1 to source-eof.
		if source-eof is equal to zero
			write backup-record from source-record
			add 1 to records-copied.

	write-catalog-entry.

		move bak-file to bkc-file.
		move new-gen to bkc-gen.
		move bak-timestamp(1:14) to bkc-stamp.
		move backup-name to bkc-name.
		move bak-caller to bkc-caller.
		move records-copied to bkc-records.
		open extend catalog-file.
		write catalog-record from catalog-line.
		close catalog-file.
