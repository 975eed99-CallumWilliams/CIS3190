				organization is indexed
				access is dynamic
				record key is pm-prime
				alternate record key is pm-ordinal with duplicates
				file status is master-status.
			select optional hwm-file assign to "primehwm.ctl" organization is line sequential.
			select report-file assign to "primeclass.txt" organization is line sequential.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd report-file.
		77 unknown-count pic 9(6) value 0.
		77 flagged-count pic 9(6) value 0.
		77 bad-line-count pic 9(6) value 0.
		77 date-line-count pic 9(6) value 0.
		77 trailer-expected pic 9(6) value 0.
		77 trailer-seen pic 9 value 0.
		77 trailer-converted pic 9(6) value 0.
		77 trl-conv-text pic x(10).
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Unusable lines ....:'.
			02 ftr-bad pic zzzzz9.
		01 footer-line-dates.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Date records ......:'.
			02 ftr-dates pic zzzzz9.
		01 footer-line-range.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Covered range .....:'.
			into ext-file-name ext-recnum-text ext-roman
				ext-value-text count in ext-value-len
				ext-direction ext-type.
		if ext-direction is equal to 'DAT'
			add 1 to date-line-count
		else if ext-value-len is equal to zero
				or ext-value-text(1:ext-value-len) is not numeric
			add 1 to bad-line-count
		else
		write report-out from footer-line-unknown after advancing 1 line.
		write report-out from footer-line-flagged after advancing 1 line.
		write report-out from footer-line-bad after advancing 1 line.
		if date-line-count is greater than zero
			move date-line-count to ftr-dates
			write report-out from footer-line-dates after advancing 1 line.
		write report-out from footer-line-range after advancing 1 line.
		compute trailer-expected = values-classified + date-line-count.
		if trailer-seen is equal to zero
			write report-out from no-trailer-line after advancing 1 line
		else if trailer-converted is not equal to trailer-expected
			write report-out from trailer-warning-line after advancing 1 line.
