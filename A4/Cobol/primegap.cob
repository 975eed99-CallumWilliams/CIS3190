program-id. primegap.

environment division.
	input-output section.
		file-control.
			select optional prime-master assign to "primemast.dat"
				organization is indexed
				access is dynamic
				record key is pm-prime
				alternate record key is pm-ordinal with duplicates
				file status is master-status.
			select optional hwm-file assign to "primehwm.ctl" organization is line sequential.
			select gap-extract assign to "gapext.txt" organization is line sequential.
			select report-file assign to "primegap.txt" organization is line sequential.

data division.
	file section.
		fd prime-master.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd gap-extract.
			01 gap-extract-record pic x(48).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		77 hwm-eof pic 9 value 0.
		77 master-eof pic 9 value 0.
		77 master-status pic xx.
		77 covered-range pic 9(8) value 0.
		77 primes-read pic 9(8) value 0.
		77 gaps-measured pic 9(8) value 0.
		77 gap-sum pic 9(10) value 0.
		77 prev-prime pic 9(8) value 0.
		77 gap pic 9(8).
		77 largest-gap pic 9(8) value 0.
		77 average-gap pic 9(6)v99 value 0.
		77 gap-overflow pic 9(8) value 0.
		77 size-idx pic 9(3).
		77 max-gap-count pic 9(3) value 0.
		77 max-gap-overflow pic 9(3) value 0.
		77 max-idx pic 9(3).
		77 digits pic 9(2).
		77 digit-tmp pic 9(8).
		77 max-digits pic 9(2) value 1.
		77 band-idx pic 9(2).
		77 band-lower pic 9(10).
		77 band-upper pic 9(10).
		01 gap-size-table.
			02 gap-size-count pic 9(8) occurs 300 times.
		01 max-gap-table.
			02 max-gap-entry occurs 100 times.
				03 mgt-gap pic 9(8).
				03 mgt-first pic 9(8).
				03 mgt-second pic 9(8).
		01 band-table.
			02 band-entry occurs 10 times.
				03 band-gaps pic 9(8).
				03 band-sum pic 9(10).
		01 pow10-values.
			02 filler pic 9(10) value 1.
			02 filler pic 9(10) value 10.
			02 filler pic 9(10) value 100.
			02 filler pic 9(10) value 1000.
			02 filler pic 9(10) value 10000.
			02 filler pic 9(10) value 100000.
			02 filler pic 9(10) value 1000000.
			02 filler pic 9(10) value 10000000.
			02 filler pic 9(10) value 100000000.
			02 filler pic 9(10) value 1000000000.
		01 pow10-values-r redefines pow10-values.
			02 pow10 pic 9(10) occurs 10 times.
		01 gap-extract-line.
			02 gxl-prime pic 9(8).
			02 filler pic x value '|'.
			02 gxl-next pic 9(8).
			02 filler pic x value '|'.
			02 gxl-gap pic 9(8).
		01 gap-trailer-line.
			02 filler pic x(4) value 'TRL|'.
			02 gtl-gaps pic 9(8).
			02 filler pic x value '|'.
			02 gtl-largest pic 9(8).
			02 filler pic x value '|'.
			02 gtl-sum pic 9(10).
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Prime Gap Analysis'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-range.
			02 filler pic x(20) value 'Covered range .....:'.
			02 rlr-range pic zzzzzzz9.
		01 report-line-primes.
			02 filler pic x(20) value 'Primes read .......:'.
			02 rlp-count pic zzzzzzz9.
		01 report-line-gaps.
			02 filler pic x(20) value 'Gaps measured .....:'.
			02 rlg-count pic zzzzzzz9.
		01 report-line-largest.
			02 filler pic x(20) value 'Largest gap .......:'.
			02 rll-gap pic zzzzzzz9.
		01 report-line-average.
			02 filler pic x(20) value 'Average gap .......:'.
			02 rla-average pic zzzzz9.99.
		01 size-section-title.
			02 filler pic x(4) value spaces.
			02 filler pic x(25) value 'Gap Size Frequency'.
		01 size-col-heads.
			02 filler pic x(4) value spaces.
			02 filler pic x(8) value 'Gap size'.
			02 filler pic x(3) value spaces.
			02 filler pic x(11) value 'Occurrences'.
		01 size-detail-line.
			02 filler pic x(4) value spaces.
			02 sdl-gap pic zzzzzzz9.
			02 filler pic x(5) value spaces.
			02 sdl-count pic zzzzzzzz9.
		01 size-overflow-line.
			02 filler pic x(5) value ' *** '.
			02 sol-count pic zzzzzzz9.
			02 filler pic x(36) value ' gaps larger than the size table'.
		01 max-section-title.
			02 filler pic x(4) value spaces.
			02 filler pic x(25) value 'Maximal Gaps'.
		01 max-col-heads.
			02 filler pic x(4) value spaces.
			02 filler pic x(8) value '     Gap'.
			02 filler pic x(3) value spaces.
			02 filler pic x(10) value 'From prime'.
			02 filler pic x(3) value spaces.
			02 filler pic x(10) value '  To prime'.
		01 max-detail-line.
			02 filler pic x(4) value spaces.
			02 mdl-gap pic zzzzzzz9.
			02 filler pic x(5) value spaces.
			02 mdl-first pic zzzzzzz9.
			02 filler pic x(5) value spaces.
			02 mdl-second pic zzzzzzz9.
		01 max-overflow-line.
			02 filler pic x(5) value ' *** '.
			02 mol-count pic zzzzzzz9.
			02 filler pic x(36) value ' maximal gaps beyond table limit'.
		01 band-section-title.
			02 filler pic x(4) value spaces.
			02 filler pic x(25) value 'Average Gap by Range'.
		01 band-detail-line.
			02 filler pic x(4) value spaces.
			02 bd-lower pic zzzzzzzzz9.
			02 filler pic x(1) value '-'.
			02 bd-upper pic zzzzzzzzz9.
			02 filler pic x(3) value spaces.
			02 bd-gaps pic zzzzzzzz9.
			02 filler pic x(3) value spaces.
			02 bd-average pic zzzzz9.99.
		01 master-missing-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(36) value 'PRIME MASTER MISSING OR UNOPENABLE'.
		01 no-range-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(36) value 'NO COVERED RANGE IN PRIMEHWM.CTL'.

procedure division.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.

	perform read-covered-range.
	if covered-range is equal to zero
		write report-out from no-range-line after advancing 1 line
		close report-file
		move 8 to return-code
		goback.

	open input prime-master.
	if master-status is not equal to '00'
		close prime-master
		write report-out from master-missing-line after advancing 1 line
		close report-file
		move 8 to return-code
		goback.

	move zeros to gap-size-table.
	move zeros to band-table.
	open output gap-extract.
	perform measure-master-gaps.
	close prime-master.
	perform write-gap-trailer.
	close gap-extract.

	perform write-gap-report.
	close report-file.

	goback.

	read-covered-range.

		open input hwm-file.
		read hwm-file at end move 1 to hwm-eof.
		if hwm-eof is equal to zero
			move hwm-record to covered-range.
		close hwm-file.

	measure-master-gaps.

		move 0 to master-eof.
		move 0 to pm-prime.
		start prime-master key is not less than pm-prime
			invalid key move 1 to master-eof
		end-start.
		perform read-one-master until master-eof is equal to 1.

	read-one-master.

		read prime-master next
			at end move 1 to master-eof
		end-read.
		if master-eof is equal to zero
			if pm-prime is greater than covered-range
				move 1 to master-eof
			else
				add 1 to primes-read
				if prev-prime is greater than zero
					perform measure-one-gap
				end-if
				move pm-prime to prev-prime.

	measure-one-gap.

		compute gap = pm-prime - prev-prime.
		add 1 to gaps-measured.
		add gap to gap-sum.
		if gap is greater than 300
			add 1 to gap-overflow
		else
			add 1 to gap-size-count(gap).
		if gap is greater than largest-gap
			move gap to largest-gap
			perform note-maximal-gap.
		perform tally-gap-band.
		move prev-prime to gxl-prime.
		move pm-prime to gxl-next.
		move gap to gxl-gap.
		write gap-extract-record from gap-extract-line.

	note-maximal-gap.

		if max-gap-count is less than 100
			add 1 to max-gap-count
			move gap to mgt-gap(max-gap-count)
			move prev-prime to mgt-first(max-gap-count)
			move pm-prime to mgt-second(max-gap-count)
		else
			add 1 to max-gap-overflow.

	tally-gap-band.

		move pm-prime to digit-tmp.
		move 0 to digits.
		perform count-one-digit until digit-tmp is equal to zero.
		if digits is greater than max-digits
			move digits to max-digits.
		add 1 to band-gaps(digits).
		add gap to band-sum(digits).

	count-one-digit.

		divide digit-tmp by 10 giving digit-tmp.
		add 1 to digits.

	write-gap-trailer.

		move gaps-measured to gtl-gaps.
		move largest-gap to gtl-largest.
		move gap-sum to gtl-sum.
		write gap-extract-record from gap-trailer-line.

	write-gap-report.

		move covered-range to rlr-range.
		write report-out from report-line-range after advancing 1 line.
		move primes-read to rlp-count.
		write report-out from report-line-primes after advancing 1 line.
		move gaps-measured to rlg-count.
		write report-out from report-line-gaps after advancing 1 line.
		move largest-gap to rll-gap.
		write report-out from report-line-largest after advancing 1 line.
		if gaps-measured is greater than zero
			divide gap-sum by gaps-measured giving average-gap rounded.
		move average-gap to rla-average.
		write report-out from report-line-average after advancing 1 line.

		write report-out from underline-1 after advancing 1 line.
		write report-out from size-section-title after advancing 1 line.
		write report-out from size-col-heads after advancing 1 line.
		move 1 to size-idx.
		perform print-one-gap-size until size-idx is greater than 300.
		if gap-overflow is greater than zero
			move gap-overflow to sol-count
			write report-out from size-overflow-line after advancing 1 line.

		write report-out from underline-1 after advancing 1 line.
		write report-out from max-section-title after advancing 1 line.
		write report-out from max-col-heads after advancing 1 line.
		move 1 to max-idx.
		perform print-one-maximal-gap until max-idx is greater than max-gap-count.
		if max-gap-overflow is greater than zero
			move max-gap-overflow to mol-count
			write report-out from max-overflow-line after advancing 1 line.

		write report-out from underline-1 after advancing 1 line.
		write report-out from band-section-title after advancing 1 line.
		move 1 to band-idx.
		perform print-one-band until band-idx is greater than max-digits.

	print-one-gap-size.

		if gap-size-count(size-idx) is greater than zero
			move size-idx to sdl-gap
			move gap-size-count(size-idx) to sdl-count
			write report-out from size-detail-line after advancing 1 line.
		add 1 to size-idx.

	print-one-maximal-gap.

		move mgt-gap(max-idx) to mdl-gap.
		move mgt-first(max-idx) to mdl-first.
		move mgt-second(max-idx) to mdl-second.
		write report-out from max-detail-line after advancing 1 line.
		add 1 to max-idx.

	print-one-band.

		move pow10(band-idx) to band-lower.
		compute band-upper = pow10(band-idx + 1) - 1.
		move band-lower to bd-lower.
		move band-upper to bd-upper.
		move band-gaps(band-idx) to bd-gaps.
		move 0 to average-gap.
		if band-gaps(band-idx) is greater than zero
			divide band-sum(band-idx) by band-gaps(band-idx)
				giving average-gap rounded.
		move average-gap to bd-average.
		write report-out from band-detail-line after advancing 1 line.
		add 1 to band-idx.
