data division.
	file section.
		fd reject-file.
			01 reject-record pic x(120).
		fd except-file.
			01 except-record pic x(150).
		fd audit-file.
			01 audit-record pic x(96).
		fd job-log.
			02 rej-char pic x.
			02 filler pic x(3) value spaces.
			02 rej-resub pic 99 value 0.
			02 filler pic x(2) value spaces.
			02 rej-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 rej-kind pic x value 'C'.
			02 filler pic x(2) value spaces.
			02 rej-file pic x(30).
			02 filler pic x(2) value spaces.
			02 rej-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 rej-record pic x(6).
		01 except-line.
			02 exc-source pic x(30).
			02 filler pic x(3) value spaces.
			02 exc-reason pic x(40).
			02 filler pic x(3) value spaces.
			02 exc-resub pic 99 value 0.
			02 filler pic x(2) value spaces.
			02 exc-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 exc-kind pic x value 'C'.
			02 filler pic x(2) value spaces.
			02 exc-file pic x(30).
			02 filler pic x(2) value spaces.
			02 exc-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 exc-record pic x(6).
		01 origin-area.
			02 org-file pic x(30) value spaces.
			02 org-batch pic x(8) value spaces.
			02 org-record pic x(6) value spaces.
		77 calls-accepted pic 9(6) value 0.
		77 calls-rejected pic 9(6) value 0.
		77 jl-timestamp pic x(21).

procedure division using in-line, len, ret, temp, val-mode.

	if len is equal to zero and val-mode is equal to 'O'
		move in-line(1:44) to origin-area
		goback
	end-if.

	if len is equal to zero
		move spaces to origin-area
		if files-open is equal to 1
			perform write-joblog-end
			perform close-conv-files
		perform write-joblog-start.

	move in-line to orig-line.
	move org-file to rej-file.
	move org-batch to rej-batch.
	move org-record to rej-record.
	move org-file to exc-file.
	move org-batch to exc-batch.
	move org-record to exc-record.
	move len to strlen.
	move function current-date to aud-timestamp.
	move aud-timestamp(1:14) to rej-stamp.
	move aud-timestamp(1:14) to exc-stamp.
	move 0 to total.
	move 0 to bad-record.
	move 0 to lenient-warning.
