			select standard-input assign to dynamic input-file-name organization is line sequential.
			select standard-output assign to display.
			select optional checkpoint-file assign to "checkpoint.ctl" organization is line sequential.
			select optional file-list assign to "filelist.ctl"
				organization is line sequential
				file status is list-status.
			select optional batch-registry assign to "batchreg.dat"
				organization is indexed
				access is dynamic
				record key is br-id
				file status is registry-status.
			select extract-file assign to "extract.txt" organization is line sequential.
			select optional runhist-file assign to "runhist.txt" organization is line sequential.
			select optional range-work assign to "typework.tmp" organization is line sequential.
			select optional reject-file assign to "reject.txt" organization is line sequential.
			select optional value-work assign to "excpwork.tmp" organization is line sequential.
			select optional except-file assign to "exception.txt" organization is line sequential.
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select optional alert-file assign to "alert.txt" organization is line sequential.

data division.
	file section.
			01 checkpoint-record pic 9(6).
		fd file-list.
			01 file-list-record pic x(48).
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
		fd extract-file.
			01 extract-record pic x(100).
		fd runhist-file.
			01 runhist-record pic x(48).
		fd range-work.
			01 range-work-record pic x(120).
		fd reject-file.
			01 reject-record pic x(120).
		fd value-work.
			01 value-work-record pic x(150).
		fd except-file.
			01 except-record pic x(150).
		fd job-log.
			01 job-log-record pic x(120).
		fd alert-file.
			01 alert-record pic x(120).
	working-storage section.
		77 N pic s99.
		77 temp pic 9(7).
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Records rejected ..:'.
			02 ftr-rejected pic zzzzz9.
		01 footer-line-dates.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Date records ......:'.
			02 ftr-dates pic zzzzz9.
		01 footer-line-sum.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Sum of dec. equiv. :'.
			02 bt-count pic 9(6).
			02 bt-hash pic 9(10).
			02 filler pic x(61).
		01 empty-list-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'FILELIST.CTL EMPTY - NO BATCHES TO RUN'.
		01 batch-status-line.
			02 filler pic x value space.
			02 filler pic x(6) value 'Batch '.
		77 input-file-name pic x(48) value 'input.txt'.
		77 list-mode pic 9 value 0.
		77 list-eof pic 9 value 0.
		77 list-status pic xx.
		77 list-present pic 9 value 0.
		77 registry-status pic xx.
		77 registry-found pic 9.
		77 reg-timestamp pic x(21).
		77 more-files pic 9 value 1.
		77 mode-char pic x.
		77 conv-mode pic x value 'S'.
		77 parm-section pic x(13).
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 ext-direction pic x(3).
		77 jl-timestamp pic x(21).
		77 jl-hh pic 99.
			02 rrj-char pic x.
			02 filler pic x(3) value spaces.
			02 rrj-resub pic 99 value 0.
			02 filler pic x(2) value spaces.
			02 rrj-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 rrj-kind pic x value 'T'.
			02 filler pic x(2) value spaces.
			02 rrj-file pic x(30).
			02 filler pic x(2) value spaces.
			02 rrj-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 rrj-record pic 9(6).
		01 record-except-line.
			02 rxc-source pic x(30).
			02 filler pic x(3) value spaces.
			02 rxc-reason pic x(40).
			02 filler pic x(3) value spaces.
			02 rxc-resub pic 99 value 0.
			02 filler pic x(2) value spaces.
			02 rxc-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 rxc-kind pic x.
			02 filler pic x(2) value spaces.
			02 rxc-file pic x(30).
			02 filler pic x(2) value spaces.
			02 rxc-batch pic x(8).
			02 filler pic x(2) value spaces.
			02 rxc-record pic 9(6).
		01 conv-origin-area.
			02 cvo-file pic x(30).
			02 cvo-batch pic x(8).
			02 cvo-record pic 9(6).
			02 filler pic x(36) value spaces.
		77 conv-origin-len pic 99 value 0.
		77 conv-origin-mode pic x value 'O'.
		77 reject-timestamp pic x(21).
		77 date-flag pic 9 value 0.
		77 date-ok pic 9.
		77 date-count pic 9(6) value 0.
		77 date-sep-count pic 99.
		77 date-day-text pic x(30).
		77 date-month-text pic x(30).
		77 date-year-text pic x(30).
		77 date-day-len pic 99.
		77 date-month-len pic 99.
		77 date-year-len pic 99.
		77 date-day pic 9(7).
		77 date-month pic 9(7).
		77 date-year pic 9(7).
		77 date-component pic x(5).
		77 date-part-value pic 9(7).
		77 date-month-days pic 99.
		77 date-leap-quot pic 9(4).
		77 date-rem-4 pic 9(3).
		77 date-rem-100 pic 9(3).
		77 date-rem-400 pic 9(3).
		77 date-numeric pic 9(8).
		77 date-roman pic x(30).
		77 date-roman-ptr pic 99.
		77 date-conv-len pic 99.
		77 date-conv-ret pic 9.
		77 date-conv-value pic 9(7).
		77 date-conv-mode pic x value 'Q'.
		77 date-edit pic zzzzzz9.
		77 date-lead pic 99.
		77 value-count pic 9(6).
		01 date-conv-area pic x(80).
		01 date-iso.
			02 dis-year pic 9(4).
			02 filler pic x value '-'.
			02 dis-month pic 99.
			02 filler pic x value '-'.
			02 dis-day pic 99.
		01 month-days-values.
			02 filler pic x(24) value '312831303130313130313031'.
		01 month-days-values-r redefines month-days-values.
			02 month-days pic 99 occurs 12 times.
		01 date-print-line.
			02 filler pic x value space.
			02 dpl-roman pic x(30).
			02 filler pic x(3) value spaces.
			02 dpl-iso pic x(10).
			02 filler pic x(2) value spaces.
			02 filler pic x(4) value 'DATE'.
		01 type-section-title.
			02 filler pic x(11) value spaces.
			02 filler pic x(23) value 'Totals by Type'.
			02 filler pic x(2) value 'I '.
		01 dtr-table-numerals-r redefines dtr-table-numerals.
			02 dtr-numeral pic x(2) occurs 13 times.
		77 alr-timestamp pic x(21).
		01 alert-line.
			02 alr-stamp pic x(14).
			02 filler pic x(2) value spaces.
			02 alr-source pic x(13) value 'romannumerals'.
			02 filler pic x(2) value spaces.
			02 alr-severity pic 9.
			02 filler pic x(2) value spaces.
			02 alr-code pic x(8).
			02 filler pic x(2) value spaces.
			02 alr-text pic x(60).

procedure division.

	perform load-type-ranges.
	if restart-point is greater than zero
		open extend range-work
		open extend value-work
	else
		open output range-work
		open output value-work.

	write stdout from title-line after advancing 0 lines.
	write stdout from underline-1 after advancing 1 line.
	perform reset-checkpoint.
	perform shutdown-conv.
	perform append-range-rejects.
	perform append-record-exceptions.

	close standard-output.
	close extract-file.

	load-type-ranges.

		move 'ROMANNUMERALS' to parm-section.
		move 0 to parm-index.
		move 0 to type-eof.
		perform load-one-type-range until type-eof is equal to 1.

	load-one-type-range.

		add 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is not equal to zero
			move 1 to type-eof.
		if type-eof is equal to zero
			move spaces to trl-code-text
			move spaces to trl-low-text
			move 0 to trl-code-len
			move 0 to trl-low-len
			move 0 to trl-high-len
			unstring parm-value delimited by all spaces
				into trl-code-text count in trl-code-len
					trl-low-text count in trl-low-len
					trl-high-text count in trl-high-len
		if work-eof is equal to zero
			write reject-record from range-work-record.

	append-record-exceptions.

		close value-work.
		move 0 to work-eof.
		open input value-work.
		open extend except-file.
		perform copy-one-record-exception until work-eof is equal to 1.
		close except-file.
		close value-work.
		open output value-work.
		close value-work.

	copy-one-record-exception.

		read value-work at end move 1 to work-eof.
		if work-eof is equal to zero
			write except-record from value-work-record.

	read-restart-point.

		open input checkpoint-file.

	read-conv-mode.

		move 'CONVMODE' to parm-section.
		move 1 to parm-index.
		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to conv-mode
			inspect conv-mode converting 'l' to 'L'.

	reset-checkpoint.

	determine-first-file.

		open input file-list.
		if list-status is equal to '00'
			move 1 to list-present.
		read file-list at end move 1 to list-eof.
		if list-eof is equal to 1
			close file-list
			if list-present is equal to 1
				move 0 to more-files
				write stdout from empty-list-line after advancing 1 line
			end-if
		else
			move file-list-record to input-file-name
			move 1 to list-mode.
			move 'OUT OF BALANCE' to bst-status
			move 1 to out-of-balance-flag.
		write stdout from batch-status-line after advancing 1 line.
		if batch-seen is equal to 1
			perform mark-batch-processed.
		if bst-status is equal to 'OUT OF BALANCE'
				or bst-status is equal to 'MISSING CONTROL RECORD'
			perform post-balance-alert.

	mark-batch-processed.

		open i-o batch-registry.
		if registry-status is equal to '35' or registry-status is equal to '05'
			close batch-registry
			open output batch-registry
			close batch-registry
			open i-o batch-registry.
		move function current-date to reg-timestamp.
		move bh-id to br-id.
		read batch-registry
			invalid key
				move 0 to registry-found
			not invalid key
				move 1 to registry-found
		end-read.
		if registry-found is equal to zero
			move bh-id to br-id
			move bh-date to br-date
			move bh-expected to br-expected
			move bt-hash to br-hash
			move input-file-name to br-file
			move reg-timestamp(1:14) to br-registered.
		move 'P' to br-status.
		move reg-timestamp(1:14) to br-processed.
		move bst-status to br-balance.
		move batch-read-count to br-read.
		if registry-found is equal to zero
			write registry-record
		else
			rewrite registry-record.
		close batch-registry.

	note-batch-header.


					if len is greater than zero
						move input-area(1:1) to mode-char
						if date-flag is equal to 1
							perform date-record
						else
							if mode-char is numeric
								perform decimal-to-roman-record
							else
								perform roman-to-decimal-record
							end-if
						end-if
					else
						add 1 to records-read
						add 1 to records-rejected
						move 'blank detail record' to rxc-reason
						move 'B' to rxc-kind
						perform write-record-exception
					end-if

					perform checkpoint-if-due
		move 0 to type-len.
		move 0 to value-len.
		move space to rec-type.
		move 0 to date-flag.
		unstring input-area delimited by all spaces
			into type-token count in type-len
				value-token count in value-len.
		if type-token is equal to 'DATE' and value-len is greater than zero
			move 1 to date-flag
		else if type-len is equal to 1 and value-len is greater than zero
			perform find-type-slot
			if type-found is equal to 1
				move type-token(1:1) to rec-type.
		if rec-type is equal to space and date-flag is equal to zero
			move type-token to input-area
			move type-len to len
		else
		move 0 to rrj-position.
		move rec-type to rrj-char.
		move 0 to rrj-resub.
		move function current-date to reject-timestamp.
		move reject-timestamp(1:14) to rrj-stamp.
		move input-file-name to rrj-file.
		move bh-id to rrj-batch.
		move batch-read-count to rrj-record.
		write range-work-record from range-reject-line.

	write-record-exception.

		move input-area(1:30) to rxc-source.
		move 0 to rxc-resub.
		move function current-date to reject-timestamp.
		move reject-timestamp(1:14) to rxc-stamp.
		move input-file-name to rxc-file.
		move bh-id to rxc-batch.
		move batch-read-count to rxc-record.
		write value-work-record from record-except-line.

	set-conv-origin.

		move input-file-name to cvo-file.
		move bh-id to cvo-batch.
		move batch-read-count to cvo-record.
		call "conv" using conv-origin-area, conv-origin-len, ret, temp, conv-origin-mode.

	roman-to-decimal-record.

		perform set-conv-origin.
		call "conv" using input-area, len, ret, temp, conv-mode.

		add 1 to records-read.

		if len is greater than 7
			add 1 to records-rejected
			move 'decimal value exceeds 7 digits' to rxc-reason
			move 'V' to rxc-kind
			perform write-record-exception
		else
			move input-area(1:len) to n-decimal
			if n-decimal is equal to zero or n-decimal is greater than 3999999
				add 1 to records-rejected
				move 'decimal value outside roman range' to rxc-reason
				move 'V' to rxc-kind
				perform write-record-exception
			else
				move n-decimal to range-value
				perform validate-type-range
			end-if
		end-if.

	date-record.

		add 1 to records-read.
		move 1 to date-ok.
		move spaces to rxc-reason.
		move 0 to date-day.
		move 0 to date-month.
		move 0 to date-year.
		if mode-char is numeric
			perform split-numeric-date
		else
			perform split-roman-date.
		if date-ok is equal to 1
			perform validate-calendar-date.
		if date-ok is equal to 1
			perform build-date-forms.
		if date-ok is equal to 1
			add 1 to records-converted
			add 1 to date-count
			add date-numeric to batch-hash-total
			perform write-date-extract-record
			perform print-date-line
		else
			add 1 to records-rejected
			move 'D' to rxc-kind
			perform write-record-exception.

	split-roman-date.

		move spaces to date-day-text.
		move spaces to date-month-text.
		move spaces to date-year-text.
		move 0 to date-day-len.
		move 0 to date-month-len.
		move 0 to date-year-len.
		move 0 to date-sep-count.
		inspect input-area(1:len) tallying date-sep-count for all '.' all '/'.
		unstring input-area(1:len) delimited by '.' or '/'
			into date-day-text count in date-day-len
				date-month-text count in date-month-len
				date-year-text count in date-year-len.
		if date-sep-count is not equal to 2
				or date-day-len is equal to zero
				or date-month-len is equal to zero
				or date-year-len is equal to zero
			move 0 to date-ok
			move 'date not in day.month.year form' to rxc-reason.
		if date-ok is equal to 1
			move 'day' to date-component
			move date-day-text to date-conv-area
			move date-day-len to date-conv-len
			perform convert-date-component
			move date-conv-value to date-day.
		if date-ok is equal to 1
			move 'month' to date-component
			move date-month-text to date-conv-area
			move date-month-len to date-conv-len
			perform convert-date-component
			move date-conv-value to date-month.
		if date-ok is equal to 1
			move 'year' to date-component
			move date-year-text to date-conv-area
			move date-year-len to date-conv-len
			perform convert-date-component
			move date-conv-value to date-year.

	split-numeric-date.

		if len is not equal to 10
				or input-area(5:1) is not equal to '-'
				or input-area(8:1) is not equal to '-'
				or input-area(1:4) is not numeric
				or input-area(6:2) is not numeric
				or input-area(9:2) is not numeric
			move 0 to date-ok
			move 'date not in yyyy-mm-dd form' to rxc-reason
		else
			move input-area(1:4) to date-year
			move input-area(6:2) to date-month
			move input-area(9:2) to date-day.

	convert-date-component.

		call "conv" using date-conv-area, date-conv-len, date-conv-ret,
			date-conv-value, date-conv-mode.
		if date-conv-ret is not equal to zero
			move 0 to date-ok
			move spaces to rxc-reason
			string date-component delimited by space
				' is not a valid roman numeral' delimited by size
				into rxc-reason.

	validate-calendar-date.

		move 28 to date-month-days.
		if date-month is greater than zero and date-month is less than 13
			move month-days(date-month) to date-month-days.
		divide date-year by 4 giving date-leap-quot remainder date-rem-4.
		divide date-year by 100 giving date-leap-quot remainder date-rem-100.
		divide date-year by 400 giving date-leap-quot remainder date-rem-400.
		if date-month is equal to 2 and date-rem-4 is equal to zero
				and (date-rem-100 is not equal to zero or date-rem-400 is equal to zero)
			move 29 to date-month-days.
		move spaces to rxc-reason.
		if date-year is equal to zero or date-year is greater than 3999
			move 0 to date-ok
			move date-year to date-part-value
			perform edit-reason-number
			string 'year ' date-edit(date-lead:) ' outside 1 to 3999'
				delimited by size into rxc-reason
		else if date-month is equal to zero or date-month is greater than 12
			move 0 to date-ok
			move date-month to date-part-value
			perform edit-reason-number
			string 'month ' date-edit(date-lead:) ' is not a calendar month'
				delimited by size into rxc-reason
		else if date-day is equal to zero
			move 0 to date-ok
			move 'day 0 is not a calendar day' to rxc-reason
		else if date-month is equal to 2 and date-day is equal to 29
				and date-month-days is equal to 28
			move 0 to date-ok
			move 'day 29 in February of a non-leap year' to rxc-reason
		else if date-day is greater than date-month-days
			move 0 to date-ok
			move date-day to date-part-value
			perform edit-reason-number
			string 'day ' date-edit(date-lead:) ' in a ' date-month-days
				'-day month' delimited by size into rxc-reason.

	edit-reason-number.

		move date-part-value to date-edit.
		move 0 to date-lead.
		inspect date-edit tallying date-lead for leading spaces.
		add 1 to date-lead.

	build-date-forms.

		move spaces to date-roman.
		move 1 to date-roman-ptr.
		move 'day' to date-component.
		move date-day to date-part-value.
		perform render-date-component.
		string '.' delimited by size into date-roman with pointer date-roman-ptr.
		move 'month' to date-component.
		move date-month to date-part-value.
		perform render-date-component.
		string '.' delimited by size into date-roman with pointer date-roman-ptr.
		move 'year' to date-component.
		move date-year to date-part-value.
		perform render-date-component.
		compute date-numeric = date-year * 10000 + date-month * 100 + date-day.
		move date-year to dis-year.
		move date-month to dis-month.
		move date-day to dis-day.

	render-date-component.

		move spaces to out-r.
		move 1 to dtr-ptr.
		move date-part-value to dtr-remain.
		move 1 to dtr-sub.
		perform emit-roman-digit until dtr-remain is equal to zero
			or dtr-sub is greater than 13.
		move spaces to date-conv-area.
		move out-r to date-conv-area.
		compute date-conv-len = dtr-ptr - 1.
		call "conv" using date-conv-area, date-conv-len, date-conv-ret,
			date-conv-value, date-conv-mode.
		if date-conv-ret is not equal to zero
				or date-conv-value is not equal to date-part-value
			move 0 to date-ok
			move spaces to rxc-reason
			string date-component delimited by space
				' did not convert back to its value' delimited by size
				into rxc-reason.
		string out-r delimited by space into date-roman with pointer date-roman-ptr.

	write-date-extract-record.

		move spaces to extract-record.
		string input-file-name delimited by space
			'|' delimited by size
			rec-number delimited by size
			'|' delimited by size
			date-roman delimited by space
			'|' delimited by size
			date-numeric delimited by size
			'|' delimited by size
			'DAT' delimited by size
			'|' delimited by size
			rec-type delimited by size
			into extract-record.
		write extract-record.

	print-date-line.

		move date-roman to dpl-roman.
		move date-iso to dpl-iso.
		write stdout from date-print-line after advancing 1 line.
		add 1 to line-count.
		if line-count is equal to page-size
			perform print-page-header
			move 0 to line-count.

	emit-large-roman.

		divide n-decimal by 1000 giving dtr-thousands
		move records-rejected to ftr-rejected.
		move sum-out-eq to ftr-sum.
		perform calc-average.
		if value-count is equal to zero
			move 0 to stat-min.
		move stat-min to ftr-min.
		move stat-max to ftr-max.
		write stdout from footer-title after advancing 1 line.
		write stdout from footer-line-read after advancing 1 line.
		write stdout from footer-line-rejected after advancing 1 line.
		if date-count is greater than zero
			move date-count to ftr-dates
			write stdout from footer-line-dates after advancing 1 line.
		write stdout from footer-line-sum after advancing 1 line.
		write stdout from footer-line-min after advancing 1 line.
		write stdout from footer-line-max after advancing 1 line.

	calc-average.

		compute value-count = records-converted - date-count.
		if value-count is greater than zero
			divide sum-out-eq by value-count giving stat-avg rounded.

	update-statistics.

	advance-roman-index.

		add 1 to dtr-sub.

	post-balance-alert.

		move 1 to alr-severity.
		if bst-status is equal to 'OUT OF BALANCE'
			move 'OUTOFBAL' to alr-code
		else
			move 'NOCTLREC' to alr-code.
		move spaces to alr-text.
		string 'BATCH ' bst-id ' FILE ' delimited by size
			input-file-name delimited by space
			' ' bst-status delimited by size
			into alr-text.
		perform post-alert.

	post-alert.

		move function current-date to alr-timestamp.
		move alr-timestamp(1:14) to alr-stamp.
		open extend alert-file.
		write alert-record from alert-line.
		close alert-file.
