program-id. preflight.

environment division.
	input-output section.
		file-control.
			select optional library-file assign to "parmlib.ctl"
				organization is line sequential
				file status is library-status.
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select report-file assign to "preflight.txt" organization is line sequential.

data division.
	file section.
		fd library-file.
			01 library-record pic x(80).
		fd job-log.
			01 job-log-record pic x(120).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
		01 section-values.
			02 filler pic x(17) value 'SIEVE        0101'.
			02 filler pic x(17) value 'PRIMELOAD    0101'.
			02 filler pic x(17) value 'SIEVECMP     0102'.
			02 filler pic x(17) value 'SIEVEKEEP    0101'.
			02 filler pic x(17) value 'PRIMEMNT     0001'.
			02 filler pic x(17) value 'INQUIRE      0101'.
			02 filler pic x(17) value 'HOUSEKEEP    0101'.
			02 filler pic x(17) value 'AUDSUM       0101'.
			02 filler pic x(17) value 'RUNBAL       0101'.
			02 filler pic x(17) value 'REPAIR       0101'.
			02 filler pic x(17) value 'CONVMODE     0101'.
			02 filler pic x(17) value 'MONTHEND     0001'.
			02 filler pic x(17) value 'FEEDBACK     0001'.
			02 filler pic x(17) value 'EODBAL       0001'.
			02 filler pic x(17) value 'CONVMNT      0001'.
			02 filler pic x(17) value 'ROMANNUMERALS0010'.
		01 section-table redefines section-values.
			02 section-entry occurs 16 times.
				03 sec-name pic x(13).
				03 sec-min pic 99.
				03 sec-max pic 99.
		01 section-state.
			02 section-flags occurs 16 times.
				03 sec-seen pic 9.
				03 sec-lines pic 99.
		01 type-code-table.
			02 seen-type-code pic x occurs 10 times.
		77 section-count pic 99 value 16.
		77 library-status pic xx.
		77 library-eof pic 9 value 0.
		77 cur-slot pic 99 value 0.
		77 sec-slot pic 99.
		77 sec-found pic 9.
		77 header-name pic x(13).
		77 line-no pic 9(3) value 0.
		77 sections-read pic 9(3) value 0.
		77 entries-checked pic 9(6) value 0.
		77 errors-found pic 9(6) value 0.
		77 line-reason pic x(36).
		77 cmp-auto pic 9 value 0.
		77 type-slot pic 99.
		77 type-dup pic 9.
		77 tok1 pic x(48).
		77 tok2 pic x(48).
		77 tok3 pic x(48).
		77 tok4 pic x(48).
		77 tok1-len pic 99.
		77 tok2-len pic 99.
		77 tok3-len pic 99.
		77 tok4-len pic 99.
		77 low-value-work pic 9(7).
		77 high-value-work pic 9(7).
		77 verb-work pic x(48).
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
			02 jl-program pic x(13) value 'preflight'.
			02 filler pic x(2) value spaces.
			02 jl-event pic x(5).
			02 filler pic x(2) value spaces.
			02 jl-detail pic x(82).
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Run Parameter Pre-flight Check'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 col-heads.
			02 filler pic x(4) value spaces.
			02 filler pic x(13) value 'Section'.
			02 filler pic x(2) value spaces.
			02 filler pic x(4) value 'Line'.
			02 filler pic x(2) value spaces.
			02 filler pic x(40) value 'Value'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Result'.
		01 parm-list-line.
			02 pll-flag pic x(4).
			02 pll-section pic x(13).
			02 filler pic x(2) value spaces.
			02 pll-line pic zzz9 blank when zero.
			02 filler pic x(2) value spaces.
			02 pll-value pic x(40).
			02 filler pic x(2) value spaces.
			02 pll-result pic x(36).
		01 footer-line-sections.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Sections read .....:'.
			02 ftr-sections pic zzzzz9.
		01 footer-line-entries.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Entries checked ...:'.
			02 ftr-entries pic zzzzz9.
		01 footer-line-errors.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Errors found ......:'.
			02 ftr-errors pic zzzzz9.
		01 library-missing-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'PARAMETER LIBRARY PARMLIB.CTL MISSING'.
		01 stopped-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(50) value 'PARAMETER ERRORS - JOBSTREAM MUST NOT RUN'.
		01 accepted-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(40) value 'All run parameters accepted'.

procedure division.

	perform write-joblog-start.
	move zeros to section-state.
	move spaces to type-code-table.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.

	open input library-file.
	if library-status is not equal to '00'
		add 1 to errors-found
		write report-out from library-missing-line after advancing 1 line
	else
		write report-out from col-heads after advancing 1 line
		write report-out from underline-1 after advancing 1 line
		perform check-library-line until library-eof is equal to 1
		perform finish-section
		move 1 to sec-slot
		perform check-section-present until sec-slot is greater than section-count.
	close library-file.

	perform write-preflight-footer.
	close report-file.

	if errors-found is greater than zero
		move 'FAILED' to jl-status
		move 8 to return-code
	else
		move 0 to return-code.
	perform write-joblog-end.

	goback.

	check-library-line.

		read library-file at end move 1 to library-eof.
		if library-eof is equal to zero
			if library-record(1:1) is equal to '['
				perform finish-section
				perform open-section
			else if library-record is equal to spaces
					or library-record(1:1) is equal to '*'
				continue
			else
				perform check-entry.

	open-section.

		add 1 to sections-read.
		move 0 to line-no.
		move 0 to cmp-auto.
		move spaces to header-name.
		unstring library-record(2:79) delimited by ']' or space
			into header-name.
		inspect header-name converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		perform find-section.
		move spaces to line-reason.
		if sec-found is equal to zero
			move 0 to cur-slot
			move 'UNKNOWN SECTION' to line-reason
		else if sec-seen(sec-slot) is equal to 1
			move 0 to cur-slot
			move 'SECTION REPEATED' to line-reason
		else
			move sec-slot to cur-slot
			move 1 to sec-seen(sec-slot).
		move library-record to pll-value.
		move header-name to pll-section.
		move 0 to pll-line.
		if line-reason is equal to spaces
			move 'SECTION' to pll-result
			move spaces to pll-flag
		else
			perform note-error.
		write report-out from parm-list-line after advancing 1 line.

	find-section.

		move 0 to sec-found.
		move 1 to sec-slot.
		perform match-one-section until sec-found is equal to 1
			or sec-slot is greater than section-count.

	match-one-section.

		if sec-name(sec-slot) is equal to header-name
			move 1 to sec-found
		else
			add 1 to sec-slot.

	finish-section.

		if cur-slot is greater than zero
			if sec-lines(cur-slot) is less than sec-min(cur-slot)
				move 'NO VALUE GIVEN' to line-reason
				perform write-section-error
			else if sec-name(cur-slot) is equal to 'SIEVECMP'
					and cmp-auto is equal to zero
					and sec-lines(cur-slot) is less than 2
				move 'PRIOR FILE NAME MISSING' to line-reason
				perform write-section-error.
		move 0 to cur-slot.

	check-section-present.

		if sec-seen(sec-slot) is equal to zero
			move sec-slot to cur-slot
			move 'SECTION MISSING' to line-reason
			perform write-section-error
			move 0 to cur-slot.
		add 1 to sec-slot.

	write-section-error.

		move sec-name(cur-slot) to pll-section.
		move 0 to pll-line.
		move spaces to pll-value.
		perform note-error.
		write report-out from parm-list-line after advancing 1 line.

	note-error.

		add 1 to errors-found.
		move '*** ' to pll-flag.
		move line-reason to pll-result.

	check-entry.

		add 1 to line-no.
		add 1 to entries-checked.
		move spaces to line-reason.
		perform split-entry.
		if cur-slot is equal to zero
			move 'NOT IN A KNOWN SECTION' to line-reason
			move header-name to pll-section
		else
			move sec-name(cur-slot) to pll-section
			add 1 to sec-lines(cur-slot)
			if sec-lines(cur-slot) is greater than sec-max(cur-slot)
				move 'TOO MANY ENTRIES FOR SECTION' to line-reason
			else
				perform validate-entry.
		move line-no to pll-line.
		move library-record to pll-value.
		if line-reason is equal to spaces
			move spaces to pll-flag
			move 'OK' to pll-result
		else
			perform note-error.
		write report-out from parm-list-line after advancing 1 line.

	split-entry.

		move spaces to tok1.
		move spaces to tok2.
		move spaces to tok3.
		move spaces to tok4.
		move 0 to tok1-len.
		move 0 to tok2-len.
		move 0 to tok3-len.
		move 0 to tok4-len.
		unstring library-record delimited by all spaces
			into tok1 count in tok1-len
				tok2 count in tok2-len
				tok3 count in tok3-len
				tok4 count in tok4-len.
		if library-record(1:1) is equal to space
			move tok2 to tok1
			move tok2-len to tok1-len
			move tok3 to tok2
			move tok3-len to tok2-len
			move tok4 to tok3
			move tok4-len to tok3-len
			move spaces to tok4
			move 0 to tok4-len.

	validate-entry.

		if sec-name(cur-slot) is equal to 'SIEVE'
			perform check-sieve-limit
		else if sec-name(cur-slot) is equal to 'PRIMELOAD'
			perform check-file-name
		else if sec-name(cur-slot) is equal to 'SIEVECMP'
			perform check-compare-entry
		else if sec-name(cur-slot) is equal to 'PRIMEMNT'
			perform check-maintenance-verb
		else if sec-name(cur-slot) is equal to 'INQUIRE'
			perform check-inquiry
		else if sec-name(cur-slot) is equal to 'AUDSUM'
			perform check-three-digits
			if line-reason is equal to spaces
					and library-record(1:3) is greater than '100'
				move 'PERCENT MUST BE 001 TO 100' to line-reason
			end-if
		else if sec-name(cur-slot) is equal to 'REPAIR'
			if library-record(1:4) is not numeric
					or library-record(5:76) is not equal to spaces
				move 'MUST BE 4 DIGITS FROM COLUMN 1' to line-reason
			end-if
		else if sec-name(cur-slot) is equal to 'CONVMODE'
			if library-record(2:79) is not equal to spaces
					or (library-record(1:1) is not equal to 'S'
					and library-record(1:1) is not equal to 'L'
					and library-record(1:1) is not equal to 'l'
					and library-record(1:1) is not equal to 'Q')
				move 'MODE MUST BE S, L OR Q' to line-reason
			end-if
		else if sec-name(cur-slot) is equal to 'MONTHEND'
			if library-record(1:6) is not numeric
					or library-record(7:74) is not equal to spaces
					or library-record(5:2) is less than '01'
					or library-record(5:2) is greater than '12'
				move 'MUST BE YYYYMM, MONTH 01 TO 12' to line-reason
			end-if
		else if sec-name(cur-slot) is equal to 'FEEDBACK'
				or sec-name(cur-slot) is equal to 'EODBAL'
			perform check-run-date
		else if sec-name(cur-slot) is equal to 'CONVMNT'
			perform check-purge-threshold
		else if sec-name(cur-slot) is equal to 'ROMANNUMERALS'
			perform check-type-range
		else
			perform check-three-digits.

	check-run-date.

		if library-record(1:8) is not numeric
				or library-record(9:72) is not equal to spaces
				or library-record(5:2) is less than '01'
				or library-record(5:2) is greater than '12'
				or library-record(7:2) is less than '01'
				or library-record(7:2) is greater than '31'
			move 'MUST BE A YYYYMMDD DATE' to line-reason.

	check-purge-threshold.

		move tok1 to verb-work.
		inspect verb-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if verb-work is not equal to 'PURGE'
				or tok2-len is not equal to 3
				or tok3-len is greater than zero
			move 'MUST BE PURGE AND 3 DIGITS' to line-reason
		else if tok2(1:3) is not numeric or tok2(1:3) is equal to '000'
			move 'PURGE DAYS MUST BE 001 TO 999' to line-reason.

	check-sieve-limit.

		if library-record(1:8) is not numeric
				or library-record(9:72) is not equal to spaces
			move 'N MUST BE 8 DIGITS FROM COLUMN 1' to line-reason
		else if library-record(1:8) is equal to '00000000'
			move 'N MUST BE GREATER THAN ZERO' to line-reason.

	check-three-digits.

		if library-record(1:3) is not numeric
				or library-record(4:77) is not equal to spaces
			move 'MUST BE 3 DIGITS FROM COLUMN 1' to line-reason
		else if library-record(1:3) is equal to '000'
			move 'MUST BE GREATER THAN ZERO' to line-reason.

	check-file-name.

		if library-record(1:1) is equal to space
			move 'FILE NAME MUST START IN COLUMN 1' to line-reason
		else if tok2-len is greater than zero
			move 'FILE NAME MUST BE ONE WORD' to line-reason
		else if library-record(49:32) is not equal to spaces
			move 'FILE NAME LONGER THAN 48' to line-reason.

	check-compare-entry.

		move tok1 to verb-work.
		inspect verb-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if line-no is equal to 1 and verb-work is equal to 'AUTO'
			move 1 to cmp-auto
			if library-record is not equal to 'AUTO'
					and library-record is not equal to 'auto'
				move 'AUTO MUST BE ALONE FROM COLUMN 1' to line-reason
			end-if
		else if cmp-auto is equal to 1
			move 'AUTO TAKES NO FILE NAMES' to line-reason
		else
			perform check-file-name.

	check-maintenance-verb.

		move tok1 to verb-work.
		inspect verb-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if verb-work is equal to 'PURGE'
			if tok2-len is equal to zero or tok2-len is greater than 16
				move 'PURGE NEEDS A RUN ID UP TO 16' to line-reason
			else if tok3-len is greater than zero
				move 'TOO MANY WORDS' to line-reason
			end-if
		else if verb-work is equal to 'RECOUNT'
			if tok2-len is greater than zero
				move 'RECOUNT TAKES NO OPERAND' to line-reason
			end-if
		else
			move 'VERB MUST BE PURGE OR RECOUNT' to line-reason.

	check-inquiry.

		move tok1 to verb-work.
		inspect verb-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if tok1-len is greater than 30
			move 'INQUIRY TOKEN OVER 30 CHARACTERS' to line-reason
		else if tok2-len is greater than 30
			move 'OPERAND OVER 30 CHARACTERS' to line-reason
		else if tok3-len is greater than zero
			move 'TOO MANY WORDS' to line-reason
		else if verb-work is equal to 'NTH' or verb-work is equal to 'COUNT'
			if tok2-len is equal to zero
				move 'NTH AND COUNT NEED AN OPERAND' to line-reason
			else if tok2(1:1) is numeric
					and (tok2-len is greater than 8
					or tok2(1:tok2-len) is not numeric)
				move 'OPERAND NOT A NUMBER UP TO 8' to line-reason.

	check-type-range.

		if tok1-len is not equal to 1
			move 'TYPE CODE MUST BE ONE CHARACTER' to line-reason
		else if tok2-len is equal to zero or tok3-len is equal to zero
			move 'LOW AND HIGH BOTH REQUIRED' to line-reason
		else if tok4-len is greater than zero
			move 'TOO MANY WORDS' to line-reason
		else if tok2-len is greater than 7 or tok3-len is greater than 7
				or tok2(1:tok2-len) is not numeric
				or tok3(1:tok3-len) is not numeric
			move 'LOW AND HIGH MUST BE 1-7 DIGITS' to line-reason
		else
			move tok2(1:tok2-len) to low-value-work
			move tok3(1:tok3-len) to high-value-work
			if low-value-work is greater than high-value-work
				move 'LOW IS GREATER THAN HIGH' to line-reason
			else
				perform check-type-duplicate.

	check-type-duplicate.

		move 0 to type-dup.
		move 1 to type-slot.
		perform match-one-type-code until type-dup is equal to 1
			or type-slot is greater than 10.
		if type-dup is equal to 1
			move 'TYPE CODE REPEATED' to line-reason
		else
			move sec-lines(cur-slot) to type-slot
			move tok1(1:1) to seen-type-code(type-slot).

	match-one-type-code.

		if seen-type-code(type-slot) is equal to tok1(1:1)
			move 1 to type-dup
		else
			add 1 to type-slot.

	write-preflight-footer.

		write report-out from underline-1 after advancing 1 line.
		move sections-read to ftr-sections.
		write report-out from footer-line-sections after advancing 1 line.
		move entries-checked to ftr-entries.
		write report-out from footer-line-entries after advancing 1 line.
		move errors-found to ftr-errors.
		write report-out from footer-line-errors after advancing 1 line.
		if errors-found is greater than zero
			write report-out from stopped-line after advancing 1 line
		else
			write report-out from accepted-line after advancing 1 line.

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

	write-joblog-end.

		perform joblog-stamp.
		compute jl-elapsed = jl-seconds - jl-start-seconds.
		if jl-elapsed is less than zero
			add 86400 to jl-elapsed.
		move jl-elapsed to jl-elapsed-text.
		move 'END' to jl-event.
		move spaces to jl-detail.
		string 'elapsed=' jl-elapsed-text 's errors=' errors-found
			' status=' jl-status
			delimited by size into jl-detail.
		perform write-joblog-record.

	write-joblog-record.

		open extend job-log.
		write job-log-record from joblog-line.
		close job-log.
