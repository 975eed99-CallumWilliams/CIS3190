program-id. eodbal.

environment division.
	input-output section.
		file-control.
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select optional extract-file assign to "extract.txt" organization is line sequential.
			select optional audit-file assign to "audit.txt" organization is line sequential.
			select optional reject-file assign to "reject.txt" organization is line sequential.
			select optional except-file assign to "exception.txt" organization is line sequential.
			select optional runhist-file assign to "runhist.txt" organization is line sequential.
			select optional loadhist-file assign to "loadhist.txt" organization is line sequential.
			select report-file assign to "eodbal.txt" organization is line sequential.

data division.
	file section.
		fd job-log.
			01 job-log-record pic x(120).
		fd extract-file.
			01 extract-record pic x(100).
		fd audit-file.
			01 audit-record pic x(96).
		fd reject-file.
			01 reject-record pic x(120).
		fd except-file.
			01 except-record pic x(150).
		fd runhist-file.
			01 runhist-record pic x(48).
		fd loadhist-file.
			01 loadhist-record pic x(48).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		01 joblog-line.
			02 jl-date pic x(14).
			02 filler pic x(2).
			02 jl-program pic x(13).
			02 filler pic x(2).
			02 jl-event pic x(5).
			02 filler pic x(2).
			02 jl-detail pic x(82).
		01 audit-line.
			02 aud-layout pic x(2).
			02 filler pic x(2).
			02 aud-seq pic x(6).
			02 filler pic x(2).
			02 aud-date pic x(14).
			02 filler pic x(2).
			02 aud-caller pic x(15).
			02 filler pic x(2).
			02 aud-input pic x(30).
			02 filler pic x(2).
			02 aud-total pic x(7).
			02 filler pic x(2).
			02 aud-status pic x(8).
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
		01 runhist-line.
			02 rh-date pic x(8).
			02 filler pic x(2).
			02 rh-read pic 9(6).
			02 filler pic x(2).
			02 rh-converted pic 9(6).
			02 filler pic x(2).
			02 rh-rejected pic 9(6).
			02 filler pic x(2).
			02 rh-sum pic 9(10).
		01 loadhist-line.
			02 lh-date pic x(8).
			02 filler pic x(2).
			02 lh-read pic 9(6).
			02 filler pic x(2).
			02 lh-added pic 9(6).
			02 filler pic x(2).
			02 lh-present pic 9(6).
			02 filler pic x(2).
			02 lh-bad pic 9(6).
			02 filler pic x(2).
			02 lh-dates pic 9(6).
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13).
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 conv-mode pic x value 'S'.
		77 log-eof pic 9 value 0.
		77 extract-eof pic 9 value 0.
		77 audit-eof pic 9 value 0.
		77 reject-eof pic 9 value 0.
		77 except-eof pic 9 value 0.
		77 runhist-eof pic 9 value 0.
		77 loadhist-eof pic 9 value 0.
		77 bal-timestamp pic x(21).
		77 run-date pic x(8).
		77 parm-date pic x(12).
		77 parm-len pic 99.
		77 window-start pic x(14).
		77 window-end pic x(14).
		77 run-in-log pic 9 value 0.
		77 later-run pic 9 value 0.
		77 last-start-date pic x(8) value spaces.
		77 ext-file-name pic x(48).
		77 ext-recnum-text pic x(8).
		77 ext-roman pic x(30).
		77 ext-value-text pic x(12).
		77 ext-direction pic x(12).
		77 ext-type pic x(12).
		77 ext-value-len pic 99.
		77 trl-tag pic x(12).
		77 trl-read-text pic x(12).
		77 trl-conv-text pic x(12).
		77 trl-rej-text pic x(12).
		77 trl-sum-text pic x(12).
		77 trl-read-len pic 99.
		77 trl-conv-len pic 99.
		77 trl-rej-len pic 99.
		77 trl-sum-len pic 99.
		77 trl-seen pic 9 value 0.
		77 trl-read pic 9(6) value 0.
		77 trl-converted pic 9(6) value 0.
		77 trl-rejected pic 9(6) value 0.
		77 trl-sum pic 9(10) value 0.
		77 detail-count pic 9(6) value 0.
		77 detail-rtd pic 9(6) value 0.
		77 detail-dtr pic 9(6) value 0.
		77 detail-dat pic 9(6) value 0.
		77 detail-sum pic 9(10) value 0.
		77 detail-value pic 9(7).
		77 audit-accepted pic 9(6) value 0.
		77 audit-rejected pic 9(6) value 0.
		77 range-rej-roman pic 9(6) value 0.
		77 range-rej-decimal pic 9(6) value 0.
		77 record-excepts pic 9(6) value 0.
		77 runhist-seen pic 9 value 0.
		77 loadhist-seen pic 9 value 0.
		77 found-read pic 9(6) value 0.
		77 found-converted pic 9(6) value 0.
		77 found-rejected pic 9(6) value 0.
		77 found-sum pic 9(10) value 0.
		77 load-read pic 9(6) value 0.
		77 load-accounted pic 9(6) value 0.
		77 chk-left pic 9(10).
		77 chk-right pic 9(10).
		77 checks-made pic 9(3) value 0.
		77 breaks-found pic 9(3) value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'End of Day Control Balancing'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-date.
			02 filler pic x(20) value 'Run date ..........:'.
			02 rld-date pic x(8).
		01 report-line-window.
			02 filler pic x(20) value 'Run window ........:'.
			02 rlw-start pic x(14).
			02 filler pic x(4) value ' to '.
			02 rlw-end pic x(14).
		01 no-run-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(50) value 'NO ROMANNUMERALS RUN IN JOBLOG - WHOLE DAY USED'.
		01 later-run-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(45) value 'EXTRACT IS FROM A LATER RUN - NOT BALANCED'.
		01 no-trailer-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'EXTRACT TRAILER RECORD MISSING'.
		01 no-runhist-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'NO RUNHIST ROW FOR RUN DATE'.
		01 no-loadhist-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'NO CONVLOAD RUN FOR RUN DATE'.
		01 col-heads.
			02 filler pic x(34) value 'Check'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value ' Left side'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value 'Right side'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Status'.
		01 check-line.
			02 ckl-label pic x(34).
			02 filler pic x(2) value spaces.
			02 ckl-left pic z(9)9.
			02 filler pic x(2) value spaces.
			02 ckl-right pic z(9)9.
			02 filler pic x(2) value spaces.
			02 ckl-status pic x(6).
		01 quiet-check-line.
			02 qcl-label pic x(34).
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'NOT BALANCED - QUIET MODE'.
		01 footer-line-checks.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Checks made .......:'.
			02 ftr-checks pic zzzzz9.
		01 footer-line-breaks.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Breaks found ......:'.
			02 ftr-breaks pic zzzzz9.
		01 verdict-clean-line.
			02 filler pic x(1) value spaces.
			02 filler pic x(40) value 'CONTROL TOTALS IN BALANCE'.
		01 verdict-break-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'CONTROL TOTALS OUT OF BALANCE'.

procedure division.

	move function current-date to bal-timestamp.
	move bal-timestamp(1:8) to run-date.
	perform find-last-run-date.
	perform read-balance-param.
	perform read-conv-mode.
	perform find-run-window.

	perform read-extract-totals.
	perform read-audit-totals.
	perform read-reject-totals.
	perform read-except-totals.
	perform read-runhist-row.
	perform read-loadhist-row.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	move run-date to rld-date.
	write report-out from report-line-date after advancing 1 line.
	move window-start to rlw-start.
	move window-end to rlw-end.
	write report-out from report-line-window after advancing 1 line.
	if run-in-log is equal to zero
		write report-out from no-run-line after advancing 1 line.
	if later-run is equal to 1
		write report-out from later-run-line after advancing 1 line
	else if trl-seen is equal to zero
		write report-out from no-trailer-line after advancing 1 line
		add 1 to breaks-found.
	if runhist-seen is equal to zero
		write report-out from no-runhist-line after advancing 1 line
		add 1 to breaks-found.
	if loadhist-seen is equal to zero
		write report-out from no-loadhist-line after advancing 1 line
		add 1 to breaks-found.
	write report-out from underline-1 after advancing 1 line.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

	if later-run is equal to zero
		perform balance-extract-to-runhist
		perform balance-extract-to-detail
		perform balance-extract-to-audit.
	perform balance-extract-to-convload.

	perform write-balance-footer.
	close report-file.

	if breaks-found is greater than zero
		move 8 to return-code.

	goback.

	find-last-run-date.

		open input job-log.
		perform note-last-start until log-eof is equal to 1.
		close job-log.
		move 0 to log-eof.
		if last-start-date is not equal to spaces
			move last-start-date to run-date.

	note-last-start.

		read job-log into joblog-line at end move 1 to log-eof.
		if log-eof is equal to zero
			if jl-program is equal to 'romannumerals'
					and jl-event is equal to 'START'
				move jl-date(1:8) to last-start-date.

	read-balance-param.

		move 'EODBAL' to parm-section.
		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move spaces to parm-date
			move 0 to parm-len
			unstring param-record delimited by all spaces
				into parm-date count in parm-len
			if parm-len is equal to 8 and parm-date(1:8) is numeric
				move parm-date(1:8) to run-date.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	read-conv-mode.

		move 'CONVMODE' to parm-section.
		move 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to conv-mode.

	find-run-window.

		move spaces to window-start.
		move spaces to window-end.
		string run-date '000000' delimited by size into window-start.
		string run-date '235959' delimited by size into window-end.
		open input job-log.
		perform scan-one-log-record until log-eof is equal to 1.
		close job-log.

	scan-one-log-record.

		read job-log into joblog-line at end move 1 to log-eof.
		if log-eof is equal to zero
			if jl-program is equal to 'romannumerals'
					and jl-date(1:8) is equal to run-date
				if jl-event is equal to 'START'
					move 1 to run-in-log
					move jl-date to window-start
					move '99999999999999' to window-end
				else if jl-event is equal to 'END' and run-in-log is equal to 1
					move jl-date to window-end.
		if log-eof is equal to zero
				and jl-program is equal to 'romannumerals'
				and jl-event is equal to 'START'
				and jl-date(1:8) is greater than run-date
			move 1 to later-run.
		if log-eof is equal to zero
				and jl-program is equal to 'romannumerals'
				and jl-event is equal to 'END'
				and jl-date(1:8) is greater than run-date
				and run-in-log is equal to 1
				and window-end is equal to '99999999999999'
				and later-run is equal to zero
			move jl-date to window-end.

	read-extract-totals.

		open input extract-file.
		perform read-one-extract-record until extract-eof is equal to 1.
		close extract-file.

	read-one-extract-record.

		read extract-file at end move 1 to extract-eof.
		if extract-eof is equal to zero
			if extract-record(1:3) is equal to 'TRL'
				perform note-extract-trailer
			else
				perform note-extract-detail.

	note-extract-trailer.

		move spaces to trl-tag.
		move spaces to trl-read-text.
		move spaces to trl-conv-text.
		move spaces to trl-rej-text.
		move spaces to trl-sum-text.
		move 0 to trl-read-len.
		move 0 to trl-conv-len.
		move 0 to trl-rej-len.
		move 0 to trl-sum-len.
		unstring extract-record delimited by '|' or space
			into trl-tag
				trl-read-text count in trl-read-len
				trl-conv-text count in trl-conv-len
				trl-rej-text count in trl-rej-len
				trl-sum-text count in trl-sum-len.
		move 1 to trl-seen.
		if trl-read-len is greater than zero and trl-read-text(1:trl-read-len) is numeric
			move trl-read-text(1:trl-read-len) to trl-read.
		if trl-conv-len is greater than zero and trl-conv-text(1:trl-conv-len) is numeric
			move trl-conv-text(1:trl-conv-len) to trl-converted.
		if trl-rej-len is greater than zero and trl-rej-text(1:trl-rej-len) is numeric
			move trl-rej-text(1:trl-rej-len) to trl-rejected.
		if trl-sum-len is greater than zero and trl-sum-text(1:trl-sum-len) is numeric
			move trl-sum-text(1:trl-sum-len) to trl-sum.

	note-extract-detail.

		move spaces to ext-file-name.
		move spaces to ext-recnum-text.
		move spaces to ext-roman.
		move spaces to ext-value-text.
		move spaces to ext-direction.
		move spaces to ext-type.
		move 0 to ext-value-len.
		unstring extract-record delimited by '|'
			into ext-file-name ext-recnum-text ext-roman
				ext-value-text count in ext-value-len
				ext-direction ext-type.
		add 1 to detail-count.
		if ext-direction is equal to 'RTD'
			add 1 to detail-rtd
		else if ext-direction is equal to 'DTR'
			add 1 to detail-dtr
		else if ext-direction is equal to 'DAT'
			add 1 to detail-dat.
		if ext-direction is not equal to 'DAT'
				and ext-value-len is greater than zero and ext-value-len is less than 8
				and ext-value-text(1:ext-value-len) is numeric
			move ext-value-text(1:ext-value-len) to detail-value
			add detail-value to detail-sum.

	read-audit-totals.

		open input audit-file.
		perform read-one-audit-record until audit-eof is equal to 1.
		close audit-file.

	read-one-audit-record.

		read audit-file into audit-line at end move 1 to audit-eof.
		if audit-eof is equal to zero
			if aud-layout is equal to 'A2'
					and aud-caller is equal to 'romannumerals'
					and aud-date is not less than window-start
					and aud-date is not greater than window-end
				if aud-status is equal to 'ACCEPTED' or aud-status is equal to 'WARNING'
					add 1 to audit-accepted
				else if aud-status is equal to 'REJECTED'
					add 1 to audit-rejected.

	read-reject-totals.

		open input reject-file.
		perform read-one-reject until reject-eof is equal to 1.
		close reject-file.

	read-one-reject.

		read reject-file into reject-line at end move 1 to reject-eof.
		if reject-eof is equal to zero
			if rej-kind is equal to 'T'
					and rej-stamp is not less than window-start
					and rej-stamp is not greater than window-end
				if rej-source(1:1) is numeric
					add 1 to range-rej-decimal
				else
					add 1 to range-rej-roman.

	read-except-totals.

		open input except-file.
		perform read-one-except until except-eof is equal to 1.
		close except-file.

	read-one-except.

		read except-file into except-line at end move 1 to except-eof.
		if except-eof is equal to zero
			if (exc-kind is equal to 'V' or exc-kind is equal to 'B'
					or exc-kind is equal to 'D')
					and exc-stamp is not less than window-start
					and exc-stamp is not greater than window-end
				add 1 to record-excepts.

	read-runhist-row.

		open input runhist-file.
		perform read-one-runhist until runhist-eof is equal to 1.
		close runhist-file.

	read-one-runhist.

		read runhist-file into runhist-line at end move 1 to runhist-eof.
		if runhist-eof is equal to zero
			if rh-date is equal to run-date and rh-read is numeric
					and rh-converted is numeric and rh-rejected is numeric
					and rh-sum is numeric
				move 1 to runhist-seen
				move rh-read to found-read
				move rh-converted to found-converted
				move rh-rejected to found-rejected
				move rh-sum to found-sum.

	read-loadhist-row.

		open input loadhist-file.
		perform read-one-loadhist until loadhist-eof is equal to 1.
		close loadhist-file.

	read-one-loadhist.

		read loadhist-file into loadhist-line at end move 1 to loadhist-eof.
		if loadhist-eof is equal to zero
			if lh-date is equal to run-date and lh-read is numeric
					and lh-added is numeric and lh-present is numeric
					and lh-bad is numeric
				move 1 to loadhist-seen
				move lh-read to load-read
				compute load-accounted = lh-added + lh-present + lh-bad
				if lh-dates is numeric
					add lh-dates to load-accounted.

	balance-extract-to-runhist.

		move 'TRL read vs runhist read' to ckl-label.
		move trl-read to chk-left.
		move found-read to chk-right.
		perform record-one-check.
		move 'TRL converted vs runhist converted' to ckl-label.
		move trl-converted to chk-left.
		move found-converted to chk-right.
		perform record-one-check.
		move 'TRL rejected vs runhist rejected' to ckl-label.
		move trl-rejected to chk-left.
		move found-rejected to chk-right.
		perform record-one-check.
		move 'TRL sum vs runhist sum' to ckl-label.
		move trl-sum to chk-left.
		move found-sum to chk-right.
		perform record-one-check.

	balance-extract-to-detail.

		move 'TRL converted vs detail records' to ckl-label.
		move trl-converted to chk-left.
		move detail-count to chk-right.
		perform record-one-check.
		move 'TRL sum vs detail values' to ckl-label.
		move trl-sum to chk-left.
		move detail-sum to chk-right.
		perform record-one-check.
		move 'TRL read vs converted + rejected' to ckl-label.
		move trl-read to chk-left.
		compute chk-right = trl-converted + trl-rejected.
		perform record-one-check.

	balance-extract-to-audit.

		if conv-mode is equal to 'Q'
			move 'Audit accepted vs RTD + range rej' to qcl-label
			write report-out from quiet-check-line after advancing 1 line
			move 'TRL rejected vs audit + record rej' to qcl-label
			write report-out from quiet-check-line after advancing 1 line
		else
			perform balance-audit-identities.

	balance-audit-identities.

		move 'Audit accepted vs RTD + range rej' to ckl-label.
		move audit-accepted to chk-left.
		compute chk-right = detail-rtd + range-rej-roman.
		perform record-one-check.
		move 'TRL rejected vs audit + record rej' to ckl-label.
		move trl-rejected to chk-left.
		compute chk-right = audit-rejected + range-rej-roman
			+ range-rej-decimal + record-excepts.
		perform record-one-check.

	balance-extract-to-convload.

		if later-run is equal to zero
			move 'CONVLOAD read vs detail records' to ckl-label
			move load-read to chk-left
			move detail-count to chk-right
			perform record-one-check.
		move 'CONVLOAD read vs accounted for' to ckl-label.
		move load-read to chk-left.
		move load-accounted to chk-right.
		perform record-one-check.

	record-one-check.

		add 1 to checks-made.
		move chk-left to ckl-left.
		move chk-right to ckl-right.
		if chk-left is equal to chk-right
			move 'OK' to ckl-status
		else
			move 'BREAK' to ckl-status
			add 1 to breaks-found.
		write report-out from check-line after advancing 1 line.

	write-balance-footer.

		write report-out from underline-1 after advancing 1 line.
		move checks-made to ftr-checks.
		move breaks-found to ftr-breaks.
		write report-out from footer-line-checks after advancing 1 line.
		write report-out from footer-line-breaks after advancing 1 line.
		if breaks-found is equal to zero
			write report-out from verdict-clean-line after advancing 1 line
		else
			write report-out from verdict-break-line after advancing 1 line.
