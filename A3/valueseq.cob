		77 records-read pic 9(6) value 0.
		77 records-released pic 9(6) value 0.
		77 bad-line-count pic 9(6) value 0.
		77 date-line-count pic 9(6) value 0.
		77 group-count pic 9(6) value 0.
		77 duplicate-groups pic 9(6) value 0.
		77 group-value pic 9(7).
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Unusable lines ....:'.
			02 ftr-bad pic zzzzz9.
		01 footer-line-dates.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Date records ......:'.
			02 ftr-dates pic zzzzz9.
		01 overflow-warning-line.
			02 filler pic x(5) value ' *** '.
			02 ovw-count pic zzzzz9.
			into ext-file-name ext-recnum-text ext-roman
				ext-value-text count in ext-value-len
				ext-direction ext-type.
		if ext-direction is equal to 'DAT'
			add 1 to date-line-count
		else if ext-value-len is equal to zero
				or ext-value-text(1:ext-value-len) is not numeric
			add 1 to bad-line-count
		else
		if bad-line-count is greater than zero
			move bad-line-count to ftr-bad
			write report-out from footer-line-bad after advancing 1 line.
		if date-line-count is greater than zero
			move date-line-count to ftr-dates
			write report-out from footer-line-dates after advancing 1 line.
		if group-overflow is greater than zero
			move group-overflow to ovw-count
			write report-out from overflow-warning-line after advancing 1 line.
