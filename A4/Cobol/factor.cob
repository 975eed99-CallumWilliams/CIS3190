				organization is indexed
				access is dynamic
				record key is pm-prime
				alternate record key is pm-ordinal with duplicates
				file status is master-status.
			select optional hwm-file assign to "primehwm.ctl" organization is line sequential.
			select optional reject-file assign to "factorrej.txt" organization is line sequential.
			select report-file assign to display.
			select divisor-report assign to "divisor.txt" organization is line sequential.
			select divisor-extract assign to "divext.txt" organization is line sequential.

data division.
	file section.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd reject-file.
			01 reject-record pic x(80).
		fd report-file.
			01 report-out pic x(80).
		fd divisor-report.
			01 divisor-out pic x(80).
		fd divisor-extract.
			01 divisor-extract-record pic x(60).
	working-storage section.
		77 input-eof pic 9 value 0.
		77 hwm-eof pic 9 value 0.
		77 numbers-factored pic 9(6) value 0.
		77 numbers-flagged pic 9(6) value 0.
		77 numbers-rejected pic 9(6) value 0.
		77 div-prime pic 9(8).
		77 div-exponent pic 99.
		77 div-power-idx pic 99.
		77 div-term pic 9(12).
		77 div-term-sum pic 9(12).
		77 div-count pic 9(4).
		77 div-sum pic 9(12).
		77 div-totient pic 9(8).
		77 div-double pic 9(12).
		77 div-class pic x(10).
		77 perfect-count pic 9(6) value 0.
		77 abundant-count pic 9(6) value 0.
		77 deficient-count pic 9(6) value 0.
		77 incomplete-count pic 9(6) value 0.
		01 divisor-line.
			02 dvl-number pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 dvl-count pic zzzzzz9.
			02 filler pic x(2) value spaces.
			02 dvl-sum pic zzzzzzzzzzz9.
			02 filler pic x(2) value spaces.
			02 dvl-totient pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 dvl-class pic x(10).
		01 divisor-incomplete-line.
			02 dil-number pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 filler pic x(35) value 'figures withheld - exceeds range'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value 'INCOMPLETE'.
		01 divisor-extract-line.
			02 dxl-number pic 9(8).
			02 filler pic x value '|'.
			02 dxl-count pic 9(4).
			02 filler pic x value '|'.
			02 dxl-sum pic 9(12).
			02 filler pic x value '|'.
			02 dxl-totient pic 9(8).
			02 filler pic x value '|'.
			02 dxl-class pic x(10).
		01 divisor-trailer-line.
			02 filler pic x(4) value 'TRL|'.
			02 dtl-read pic 9(6).
			02 filler pic x value '|'.
			02 dtl-perfect pic 9(6).
			02 filler pic x value '|'.
			02 dtl-abundant pic 9(6).
			02 filler pic x value '|'.
			02 dtl-deficient pic 9(6).
			02 filler pic x value '|'.
			02 dtl-incomplete pic 9(6).
		01 divisor-title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(24) value 'Divisor Functions'.
		01 divisor-col-heads.
			02 filler pic x(8) value '  Number'.
			02 filler pic x(2) value spaces.
			02 filler pic x(7) value '   d(n)'.
			02 filler pic x(2) value spaces.
			02 filler pic x(12) value '  sigma(n)'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value '  phi(n)'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value 'Class'.
		01 footer-line-analysed.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Numbers analysed ..:'.
			02 ftr-analysed pic zzzzz9.
		01 footer-line-perfect.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Perfect ...........:'.
			02 ftr-perfect pic zzzzz9.
		01 footer-line-abundant.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Abundant ..........:'.
			02 ftr-abundant pic zzzzz9.
		01 footer-line-deficient.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Deficient .........:'.
			02 ftr-deficient pic zzzzz9.
		01 footer-line-incomplete.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Incomplete ........:'.
			02 ftr-incomplete pic zzzzz9.
		01 factor-line.
			02 fcl-number pic zzzzzzz9.
			02 filler pic x(2) value spaces.
	open input prime-master.
	open extend reject-file.
	open output report-file.
	open output divisor-report.
	open output divisor-extract.

	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	write divisor-out from divisor-title-line after advancing 0 lines.
	write divisor-out from underline-1 after advancing 1 line.
	write divisor-out from divisor-col-heads after advancing 1 line.

	perform read-number-record until input-eof is equal to 1.

	perform print-factor-footer.
	perform print-divisor-footer.

	close number-input.
	close prime-master.
	close reject-file.
	close report-file.
	close divisor-report.
	close divisor-extract.

	stop run.

		move 0 to incomplete-flag.
		move 0 to master-eof.
		move 0 to prime-square.
		move 1 to div-count.
		move 1 to div-sum.
		move 1 to div-totient.
		move 0 to pm-prime.
		start prime-master key is not less than pm-prime
			invalid key move 1 to master-eof
			perform divide-by-next-prime until factor-done is equal to 1.

		perform write-factor-line.
		perform write-divisor-line.

	divide-by-next-prime.

		if factor-count is greater than zero
			string ' x ' delimited by size into fcl-factors with pointer fac-ptr.
		add 1 to factor-count.
		move pm-prime to div-prime.
		move factor-exponent to div-exponent.
		perform accumulate-divisor-functions.
		move pm-prime to trim-edited.
		perform append-trimmed-number.
		if factor-exponent is greater than 1
		if factor-count is greater than zero
			string ' x ' delimited by size into fcl-factors with pointer fac-ptr.
		add 1 to factor-count.
		move remaining to div-prime.
		move 1 to div-exponent.
		perform accumulate-divisor-functions.
		move remaining to trim-edited.
		perform append-trimmed-number.
		move 1 to remaining.

	accumulate-divisor-functions.

		compute div-count = div-count * (div-exponent + 1).
		move 1 to div-term.
		move 1 to div-term-sum.
		move 0 to div-power-idx.
		perform add-one-prime-power until div-power-idx is equal to div-exponent.
		compute div-sum = div-sum * div-term-sum.
		compute div-totient = div-totient * (div-term - div-term / div-prime).

	add-one-prime-power.

		add 1 to div-power-idx.
		compute div-term = div-term * div-prime.
		add div-term to div-term-sum.

	append-trimmed-number.

		move 1 to trim-idx.
		write report-out from footer-line-flagged after advancing 1 line.
		write report-out from footer-line-rejected after advancing 1 line.
		write report-out from footer-line-range after advancing 1 line.

	write-divisor-line.

		if incomplete-flag is equal to 1
			add 1 to incomplete-count
			move number-value to dil-number
			write divisor-out from divisor-incomplete-line after advancing 1 line
			move spaces to divisor-extract-record
			move number-value to dxl-number
			string dxl-number delimited by size
				'||||INCOMPLETE' delimited by size
				into divisor-extract-record
			write divisor-extract-record
		else
			perform classify-divisor-sum
			move number-value to dvl-number
			move div-count to dvl-count
			move div-sum to dvl-sum
			move div-totient to dvl-totient
			move div-class to dvl-class
			write divisor-out from divisor-line after advancing 1 line
			move number-value to dxl-number
			move div-count to dxl-count
			move div-sum to dxl-sum
			move div-totient to dxl-totient
			move div-class to dxl-class
			write divisor-extract-record from divisor-extract-line.

	classify-divisor-sum.

		compute div-double = number-value * 2.
		if div-sum is equal to div-double
			move 'PERFECT' to div-class
			add 1 to perfect-count
		else if div-sum is greater than div-double
			move 'ABUNDANT' to div-class
			add 1 to abundant-count
		else
			move 'DEFICIENT' to div-class
			add 1 to deficient-count.

	print-divisor-footer.

		compute ftr-analysed = perfect-count + abundant-count
			+ deficient-count + incomplete-count.
		move perfect-count to ftr-perfect.
		move abundant-count to ftr-abundant.
		move deficient-count to ftr-deficient.
		move incomplete-count to ftr-incomplete.
		write divisor-out from underline-1 after advancing 1 line.
		write divisor-out from footer-line-analysed after advancing 1 line.
		write divisor-out from footer-line-perfect after advancing 1 line.
		write divisor-out from footer-line-abundant after advancing 1 line.
		write divisor-out from footer-line-deficient after advancing 1 line.
		write divisor-out from footer-line-incomplete after advancing 1 line.
		compute dtl-read = perfect-count + abundant-count
			+ deficient-count + incomplete-count.
		move perfect-count to dtl-perfect.
		move abundant-count to dtl-abundant.
		move deficient-count to dtl-deficient.
		move incomplete-count to dtl-incomplete.
		write divisor-extract-record from divisor-trailer-line.
