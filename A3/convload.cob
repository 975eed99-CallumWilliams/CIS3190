				record key is ch-roman
				file status is history-status.
			select report-file assign to "convload.txt" organization is line sequential.
			select optional loadhist-file assign to "loadhist.txt" organization is line sequential.

data division.
	file section.
				02 ch-times-seen pic 9(6).
		fd report-file.
			01 report-out pic x(80).
		fd loadhist-file.
			01 loadhist-record pic x(48).
	working-storage section.
		77 extract-eof pic 9 value 0.
		77 history-status pic xx.
		77 keys-added pic 9(6) value 0.
		77 keys-present pic 9(6) value 0.
		77 bad-line-count pic 9(6) value 0.
		77 date-line-count pic 9(6) value 0.
		01 loadhist-line.
			02 lh-date pic x(8).
			02 filler pic x(2) value spaces.
			02 lh-read pic 9(6).
			02 filler pic x(2) value spaces.
			02 lh-added pic 9(6).
			02 filler pic x(2) value spaces.
			02 lh-present pic 9(6).
			02 filler pic x(2) value spaces.
			02 lh-bad pic 9(6).
			02 filler pic x(2) value spaces.
			02 lh-dates pic 9(6).
		01 report-line-date.
			02 filler pic x(20) value 'Load date .........:'.
			02 rld-date pic x(8).
		01 report-line-present.
			02 filler pic x(20) value 'Already on master .:'.
			02 rlp-present pic zzzzz9.
		01 report-line-dates.
			02 filler pic x(20) value 'Date records ......:'.
			02 rlt-dates pic zzzzz9.
		01 report-line-bad.
			02 filler pic x(20) value 'Unusable lines ....:'.
			02 rlb-bad pic zzzzz9.
	close conv-history.

	perform write-load-report.
	perform write-load-history.

	goback.

			into ext-file-name ext-recnum-text ext-roman
				ext-value-text count in ext-value-len
				ext-direction ext-type.
		if ext-direction is equal to 'DAT'
			add 1 to date-line-count
		else if ext-roman is equal to spaces
				or ext-value-len is equal to zero
				or ext-value-text(1:ext-value-len) is not numeric
			add 1 to bad-line-count
				add 1 to keys-present
		end-read.

	write-load-history.

		move today-date to lh-date.
		move records-read to lh-read.
		move keys-added to lh-added.
		move keys-present to lh-present.
		move bad-line-count to lh-bad.
		move date-line-count to lh-dates.
		open extend loadhist-file.
		write loadhist-record from loadhist-line.
		close loadhist-file.

	write-load-report.

		open output report-file.
		write report-out from report-line-read after advancing 1 line.
		write report-out from report-line-added after advancing 1 line.
		write report-out from report-line-present after advancing 1 line.
		if date-line-count is greater than zero
			move date-line-count to rlt-dates
			write report-out from report-line-dates after advancing 1 line.
		if bad-line-count is greater than zero
			write report-out from report-line-bad after advancing 1 line.
		close report-file.
