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
			select optional conv-history assign to "convhist.dat"

data division.
	file section.
		fd prime-master.
			01 master-record.
				02 pm-prime pic 9(8).
				02 pm-run-id pic x(16).
				02 pm-ordinal pic 9(8).
		fd hwm-file.
			01 hwm-record pic 9(8).
		fd conv-history.
			01 panel-out pic x(80).
	working-storage section.
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13) value 'INQUIRE'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 hwm-eof pic 9 value 0.
		77 master-eof pic 9 value 0.
		77 master-status pic xx.
		77 history-status pic xx.
		77 covered-range pic 9(8) value 0.
		77 stored-count pic 9(8) value 0.
		77 inq-token pic x(30).
		77 token-len pic 99.
		77 inq-verb pic x(30).
		77 inq-operand pic x(30).
		77 operand-len pic 99.
		77 ordinal-query pic 9 value 0.
		77 ordinal-kind pic x.
		77 ordinal-operand pic 9(8).
		77 answer-found pic 9 value 0.
		77 answer-value pic 9(8).
		77 inq-error pic 9 value 0.
		77 error-text pic x(40).
		77 number-value pic 9(8).
		01 panel-line-nohist.
			02 filler pic x(20) value 'History ...........:'.
			02 filler pic x(26) value 'no prior conversion found'.
		01 panel-line-ordinal.
			02 filler pic x(20) value 'Ordinal asked .....:'.
			02 pnl-ordinal pic zzzzzzz9.
		01 panel-line-nth.
			02 filler pic x(20) value 'Nth prime .........:'.
			02 pnl-nth pic zzzzzzz9.
		01 panel-line-limit.
			02 filler pic x(20) value 'Upper limit .......:'.
			02 pnl-limit pic zzzzzzz9.
		01 panel-line-count.
			02 filler pic x(20) value 'Primes up to limit :'.
			02 pnl-count pic zzzzzzz9.
		01 panel-line-beyond.
			02 filler pic x(20) value 'Answer ............:'.
			02 filler pic x(40) value 'beyond covered range - not on master'.
		01 panel-line-error.
			02 filler pic x(20) value 'Unable to answer ..:'.
			02 pnl-error pic x(40).
	perform read-covered-range.
	perform read-inquiry-token.

	if inq-error is equal to zero and ordinal-query is equal to 1
		perform answer-ordinal-inquiry
	else
		perform answer-value-inquiry.

	write panel-out from underline-1 after advancing 1 line.
	close panel-file.

	goback.

	answer-value-inquiry.

		if inq-error is equal to zero
			perform resolve-conversion.

		if inq-error is equal to zero
			perform classify-value
			perform lookup-history
			perform write-answer-panel
		else
			perform write-error-panel.

	answer-ordinal-inquiry.

		perform resolve-ordinal-operand.
		if inq-error is equal to zero
			open input prime-master
			if master-status is equal to '00'
				if ordinal-kind is equal to 'N'
					perform find-nth-prime
				else
					perform count-primes-to-limit
				end-if
			else
				move 1 to inq-error
				move 'prime master missing or unopenable' to error-text
			end-if
			close prime-master.
		if inq-error is equal to zero
			perform write-ordinal-panel
		else
			perform write-error-panel.

	write-error-panel.

		move error-text to pnl-error.
		write panel-out from panel-line-error after advancing 1 line.
		move 8 to return-code.

	read-covered-range.

		open input hwm-file.
		read hwm-file at end move 1 to hwm-eof.
		if hwm-eof is equal to zero
			move hwm-record to covered-range
			read hwm-file at end move 1 to hwm-eof
			end-read
			if hwm-eof is equal to zero
				move hwm-record to stored-count.
		close hwm-file.

	read-inquiry-token.

		move spaces to inq-token.
		move spaces to inq-operand.
		move 0 to token-len.
		move 0 to operand-len.
		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			unstring param-record delimited by all spaces
				into inq-token count in token-len
					inq-operand count in operand-len.
		move inq-token to inq-verb.
		inspect inq-verb converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if inq-verb is equal to 'NTH'
			move 1 to ordinal-query
			move 'N' to ordinal-kind
		else if inq-verb is equal to 'COUNT'
			move 1 to ordinal-query
			move 'C' to ordinal-kind.
		if token-len is equal to zero
			move 1 to inq-error
			move 'no inquiry token in parmlib.ctl' to error-text
		else if token-len is greater than 30
			move 1 to inq-error
			move 'inquiry token exceeds 30 characters' to error-text
		else if ordinal-query is equal to 1 and operand-len is equal to zero
			move 1 to inq-error
			move 'NTH and COUNT need a number after them' to error-text
		else if operand-len is greater than 30
			move 1 to inq-error
			move 'inquiry operand exceeds 30 characters' to error-text.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	resolve-ordinal-operand.

		move 0 to ordinal-operand.
		if inq-operand(1:1) is numeric
			if operand-len is greater than 8
					or inq-operand(1:operand-len) is not numeric
				move 1 to inq-error
				move 'operand not a number up to 8 digits' to error-text
			else
				move inq-operand(1:operand-len) to ordinal-operand
			end-if
		else
			move spaces to conv-input
			move inq-operand to conv-input(1:30)
			move operand-len to conv-len
			call "conv" using conv-input, conv-len, conv-ret, conv-total, query-mode
			if conv-ret is not equal to zero
				move 1 to inq-error
				move 'operand not a number or roman numeral' to error-text
			else
				move conv-total to ordinal-operand.
		if inq-error is equal to zero and ordinal-operand is equal to zero
			move 1 to inq-error
			move 'operand must be greater than zero' to error-text.

	find-nth-prime.

		move 0 to answer-found.
		move ordinal-operand to pm-ordinal.
		read prime-master key is pm-ordinal
			invalid key move 0 to answer-found
			not invalid key move 1 to answer-found
		end-read.
		if answer-found is equal to 1
			if pm-prime is greater than covered-range
				move 0 to answer-found
			else
				move pm-prime to answer-value.

	count-primes-to-limit.

		move 0 to answer-found.
		move 0 to master-eof.
		if ordinal-operand is not greater than covered-range
			move 1 to answer-found
			move ordinal-operand to pm-prime
			start prime-master key is greater than pm-prime
				invalid key move 1 to master-eof
			end-start
			if master-eof is equal to zero
				read prime-master next
					at end move 1 to master-eof
				end-read
			end-if
			if master-eof is equal to zero
				compute answer-value = pm-ordinal - 1
			else
				move stored-count to answer-value.

	write-ordinal-panel.

		move spaces to pnl-token.
		string inq-verb delimited by space
			' ' delimited by size
			inq-operand delimited by space
			into pnl-token.
		write panel-out from panel-line-token after advancing 1 line.
		if ordinal-kind is equal to 'N'
			move ordinal-operand to pnl-ordinal
			write panel-out from panel-line-ordinal after advancing 1 line
			if answer-found is equal to 1
				move answer-value to pnl-nth
				write panel-out from panel-line-nth after advancing 1 line
				if answer-value is not greater than 3999999
					move answer-value to number-value
					perform render-roman
					move roman-form to pnl-roman
					write panel-out from panel-line-roman after advancing 1 line
				end-if
			end-if
		else
			move ordinal-operand to pnl-limit
			write panel-out from panel-line-limit after advancing 1 line
			if answer-found is equal to 1
				move answer-value to pnl-count
				write panel-out from panel-line-count after advancing 1 line
			end-if
		end-if.
		move covered-range to pnl-range.
		if answer-found is equal to 1
			move spaces to pnl-range-flag
		else
			move 'EXCEEDS COVERED RANGE' to pnl-range-flag.
		write panel-out from panel-line-range after advancing 1 line.
		if answer-found is equal to zero
			write panel-out from panel-line-beyond after advancing 1 line
			move 4 to return-code.

	resolve-conversion.

