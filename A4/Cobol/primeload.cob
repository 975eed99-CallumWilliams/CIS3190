environment division.
	input-output section.
		file-control.
			select optional sieve-input assign to dynamic sieve-input-name
				organization is line sequential.
			select optional prime-master assign to "primemast.dat"
				organization is indexed
				access is dynamic
				record key is pm-prime
				alternate record key is pm-ordinal with duplicates
				file status is master-status.
			select optional hwm-file assign to "primehwm.ctl" organization is line sequential.
			select optional checkpoint-file assign to "loadchk.ctl" organization is line sequential.

data division.
	file section.
		fd sieve-input.
			01 sieve-input-record pic x(80).
		fd prime-master.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd checkpoint-file.
			01 report-out pic x(80).
	working-storage section.
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13) value 'PRIMELOAD'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 input-eof pic 9 value 0.
		77 hwm-eof pic 9 value 0.
		77 checkpoint-eof pic 9 value 0.
		77 master-have-key pic 9 value 0.
		77 master-key pic 9(8) value 0.
		77 master-run-id pic x(16) value spaces.
		77 master-ordinal pic 9(8) value 0.
		77 running-ordinal pic 9(8) value 0.
		77 ordinals-updated pic 9(8) value 0.
		77 resume-mode pic 9 value 0.
		77 resume-last-prime pic 9(8) value 0.
		77 commit-interval pic 9(6) value 5000.
		01 report-line-present.
			02 filler pic x(20) value 'Already on master .:'.
			02 rpp-present pic zzzzzzz9.
		01 report-line-ordinals.
			02 filler pic x(20) value 'Ordinals updated ..:'.
			02 rpo-count pic zzzzzzz9.
		01 report-line-hwm.
			02 filler pic x(20) value 'Covered range .....:'.
			02 rph-hwm pic zzzzzzz9.
	open input sieve-input.
	perform read-sieve-line until input-eof is equal to 1.
	close sieve-input.
	perform sequence-remaining-master.

	close prime-master.


	determine-input-file.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to 1
			display prompt-msg
			accept sieve-input-name
		else
			move param-record to sieve-input-name.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	derive-run-id.

			else
				add 1 to primes-present
			end-if
			perform sequence-master-record
			perform read-next-master
		else
			add 1 to running-ordinal
			move prime-value to pm-prime
			move run-id-text to pm-run-id
			move running-ordinal to pm-ordinal
			write master-record
			if master-status is equal to '00'
				add 1 to primes-added
			else
				subtract 1 from running-ordinal
				add 1 to sequence-errors
				move prime-value to sql-prime
				move master-status to sql-status
		move 1 to master-positioned.
		move 0 to master-eof.
		move 0 to master-have-key.
		move 0 to running-ordinal.
		if resume-last-prime is greater than zero
			move resume-last-prime to pm-prime
			read prime-master key is pm-prime
				invalid key move 0 to pm-ordinal
			end-read
			move pm-ordinal to running-ordinal.
		move resume-last-prime to pm-prime.
		start prime-master key is greater than pm-prime
			invalid key move 1 to master-eof
			else
				move 1 to master-have-key
				move pm-prime to master-key
				move pm-run-id to master-run-id
				move pm-ordinal to master-ordinal.

	advance-master-to-key.


	skip-lesser-master.

		perform sequence-master-record.
		perform read-next-master.

	sequence-master-record.

		add 1 to running-ordinal.
		if master-ordinal is not equal to running-ordinal
			move master-key to pm-prime
			move master-run-id to pm-run-id
			move running-ordinal to pm-ordinal
			rewrite master-record
			if master-status is equal to '00'
				add 1 to ordinals-updated
			else
				add 1 to sequence-errors
				move master-key to sql-prime
				move master-status to sql-status
				write report-out from seq-error-line
					after advancing 1 line.

	sequence-remaining-master.

		if master-positioned is equal to zero
			perform position-master.
		perform sequence-one-remaining until master-have-key is equal to zero.

	sequence-one-remaining.

		perform sequence-master-record.
		perform read-next-master.

	checkpoint-if-due.
		write report-out from report-line-read after advancing 1 line.
		write report-out from report-line-added after advancing 1 line.
		write report-out from report-line-present after advancing 1 line.
		move ordinals-updated to rpo-count.
		write report-out from report-line-ordinals after advancing 1 line.
		if sequence-errors is greater than zero
			move sequence-errors to rps-count
			write report-out from report-line-seqerr after advancing 1 line.
