program-id. convmnt.

environment division.
	input-output section.
		file-control.
			select optional transaction-file assign to "convtran.txt" organization is line sequential.
			select optional conv-history assign to "convhist.dat"
				organization is indexed
				access is dynamic
				record key is ch-roman
				file status is history-status.
			select report-file assign to "convmnt.txt" organization is line sequential.

data division.
	file section.
		fd transaction-file.
			01 transaction-record pic x(80).
		fd conv-history.
			01 history-record.
				02 ch-roman pic x(30).
				02 ch-value pic 9(7).
				02 ch-direction pic x(3).
				02 ch-first-seen pic x(8).
				02 ch-last-seen pic x(8).
				02 ch-times-seen pic 9(6).
		fd report-file.
			01 report-out pic x(80).
	working-storage section.
		77 param-eof pic 9 value 0.
		77 param-record pic x(48).
		77 parm-section pic x(13) value 'CONVMNT'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 tran-eof pic 9 value 0.
		77 history-eof pic 9 value 0.
		77 history-status pic xx.
		77 mnt-timestamp pic x(21).
		77 today-date pic x(8).
		77 today-num pic 9(8).
		77 today-int pic 9(7).
		77 cutoff-int pic 9(7).
		77 cutoff-num pic 9(8).
		77 cutoff-date pic x(8).
		77 purge-mode pic 9 value 0.
		77 dormant-days pic 9(4) value 0.
		77 parm-verb pic x(8).
		77 parm-operand pic x(16).
		77 verb-len pic 99.
		77 operand-len pic 99.
		77 tran-code pic x(8).
		77 tran-roman pic x(30).
		77 tran-extra-1 pic x(12).
		77 tran-extra-2 pic x(12).
		77 code-len pic 99.
		77 roman-len pic 99.
		77 extra-1-len pic 99.
		77 extra-2-len pic 99.
		77 extra-text pic x(12).
		77 extra-len pic 99.
		77 claimed-value pic 9(7).
		77 claimed-seen pic 9.
		77 new-direction pic x(3).
		77 tran-ok pic 9.
		77 result-text pic x(34).
		77 query-mode pic x value 'Q'.
		01 conv-area.
			02 conv-input pic x(80).
			02 conv-len pic 99.
			02 conv-ret pic 9.
			02 conv-total pic 9(7).
		77 trans-read pic 9(6) value 0.
		77 trans-added pic 9(6) value 0.
		77 trans-changed pic 9(6) value 0.
		77 trans-deleted pic 9(6) value 0.
		77 trans-rejected pic 9(6) value 0.
		77 records-scanned pic 9(6) value 0.
		77 records-purged pic 9(6) value 0.
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Conversion History Maintenance'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-date.
			02 filler pic x(20) value 'Run date ..........:'.
			02 rld-date pic x(8).
		01 tran-section-title.
			02 filler pic x(1) value spaces.
			02 filler pic x(30) value 'Transactions'.
		01 col-heads.
			02 filler pic x(6) value 'Action'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Roman key'.
			02 filler pic x(2) value spaces.
			02 filler pic x(34) value 'Result'.
		01 tran-line.
			02 ttl-code pic x(6).
			02 filler pic x(2) value spaces.
			02 ttl-roman pic x(30).
			02 filler pic x(2) value spaces.
			02 ttl-result pic x(34).
		01 image-line.
			02 filler pic x(8) value spaces.
			02 iml-label pic x(6).
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'value '.
			02 iml-value pic zzzzzz9.
			02 filler pic x(2) value spaces.
			02 iml-direction pic x(3).
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'first '.
			02 iml-first pic x(8).
			02 filler pic x(2) value spaces.
			02 filler pic x(5) value 'last '.
			02 iml-last pic x(8).
			02 filler pic x(2) value spaces.
			02 filler pic x(5) value 'seen '.
			02 iml-times pic zzzzz9.
		01 purge-section-title.
			02 filler pic x(1) value spaces.
			02 filler pic x(36) value 'Dormant entries - last seen before '.
			02 pst-cutoff pic x(8).
		01 no-tran-line.
			02 filler pic x(1) value spaces.
			02 filler pic x(30) value 'no transactions supplied'.
		01 footer-line-read.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Transactions read .:'.
			02 ftr-read pic zzzzz9.
		01 footer-line-added.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Keys added ........:'.
			02 ftr-added pic zzzzz9.
		01 footer-line-changed.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Keys changed ......:'.
			02 ftr-changed pic zzzzz9.
		01 footer-line-deleted.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Keys deleted ......:'.
			02 ftr-deleted pic zzzzz9.
		01 footer-line-rejected.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Transactions refused'.
			02 ftr-rejected pic zzzzz9.
		01 footer-line-scanned.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Keys scanned ......:'.
			02 ftr-scanned pic zzzzz9.
		01 footer-line-purged.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Dormant keys purged:'.
			02 ftr-purged pic zzzzz9.

procedure division.

	move function current-date to mnt-timestamp.
	move mnt-timestamp(1:8) to today-date.
	move today-date to today-num.
	compute today-int = function integer-of-date(today-num).

	perform read-maintenance-param.

	open i-o conv-history.
	if history-status is equal to '35' or history-status is equal to '05'
		close conv-history
		open output conv-history
		close conv-history
		open i-o conv-history.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	move today-date to rld-date.
	write report-out from report-line-date after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.
	write report-out from tran-section-title after advancing 1 line.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

	open input transaction-file.
	perform apply-one-transaction until tran-eof is equal to 1.
	close transaction-file.
	if trans-read is equal to zero
		write report-out from no-tran-line after advancing 1 line.

	if purge-mode is equal to 1
		perform purge-dormant-entries.

	close conv-history.

	perform write-maintenance-footer.
	close report-file.

	if trans-read is greater than zero
		open output transaction-file
		close transaction-file.

	if trans-rejected is greater than zero
		move 8 to return-code.

	goback.

	read-maintenance-param.

		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			move spaces to parm-verb
			move spaces to parm-operand
			move 0 to verb-len
			move 0 to operand-len
			unstring param-record delimited by all spaces
				into parm-verb count in verb-len
					parm-operand count in operand-len
			inspect parm-verb converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			if parm-verb is equal to 'PURGE'
					and operand-len is greater than zero
					and operand-len is less than 5
					and parm-operand(1:operand-len) is numeric
				move parm-operand(1:operand-len) to dormant-days
				if dormant-days is greater than zero
					move 1 to purge-mode.
		if purge-mode is equal to 1
			compute cutoff-int = today-int - dormant-days
			compute cutoff-num = function date-of-integer(cutoff-int)
			move cutoff-num to cutoff-date.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	apply-one-transaction.

		read transaction-file at end move 1 to tran-eof.
		if tran-eof is equal to zero
			if transaction-record is not equal to spaces
				add 1 to trans-read
				perform parse-transaction
				if tran-code is equal to 'A' or tran-code is equal to 'ADD'
					move 'ADD' to ttl-code
					perform add-one-key
				else if tran-code is equal to 'C' or tran-code is equal to 'CHANGE'
					move 'CHANGE' to ttl-code
					perform change-one-key
				else if tran-code is equal to 'D' or tran-code is equal to 'DELETE'
					move 'DELETE' to ttl-code
					perform delete-one-key
				else
					move tran-code to ttl-code
					move 'unknown transaction code' to result-text
					perform refuse-transaction.

	parse-transaction.

		move spaces to tran-code.
		move spaces to tran-roman.
		move spaces to tran-extra-1.
		move spaces to tran-extra-2.
		move 0 to code-len.
		move 0 to roman-len.
		move 0 to extra-1-len.
		move 0 to extra-2-len.
		unstring transaction-record delimited by all spaces
			into tran-code count in code-len
				tran-roman count in roman-len
				tran-extra-1 count in extra-1-len
				tran-extra-2 count in extra-2-len.
		inspect tran-code converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		move 1 to tran-ok.
		move 0 to claimed-seen.
		move spaces to new-direction.
		move tran-extra-1 to extra-text.
		move extra-1-len to extra-len.
		perform parse-extra-operand.
		move tran-extra-2 to extra-text.
		move extra-2-len to extra-len.
		perform parse-extra-operand.
		move tran-roman to ttl-roman.

	parse-extra-operand.

		if extra-len is greater than zero
			inspect extra-text converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			if extra-len is less than 8 and extra-text(1:extra-len) is numeric
				move extra-text(1:extra-len) to claimed-value
				move 1 to claimed-seen
			else if extra-text is equal to 'RTD' or extra-text is equal to 'DTR'
				move extra-text to new-direction
			else
				move 0 to tran-ok
				move 'unrecognised operand' to result-text.

	check-against-conv.

		if roman-len is equal to zero
			move 0 to tran-ok
			move 'no roman key supplied' to result-text
		else if roman-len is greater than 30
			move 0 to tran-ok
			move 'key over 30 characters' to result-text
		else
			move spaces to conv-input
			move tran-roman to conv-input(1:30)
			move roman-len to conv-len
			call "conv" using conv-input, conv-len, conv-ret, conv-total, query-mode
			if conv-ret is not equal to zero
				move 0 to tran-ok
				move 'not a valid roman numeral' to result-text
			else if claimed-seen is equal to 1
					and claimed-value is not equal to conv-total
				move 0 to tran-ok
				move 'value disagrees with CONV' to result-text.

	add-one-key.

		if tran-ok is equal to 1
			perform check-against-conv.
		if tran-ok is equal to 1
			move tran-roman to ch-roman
			read conv-history
				invalid key
					move tran-roman to ch-roman
					move conv-total to ch-value
					if new-direction is equal to spaces
						move 'RTD' to ch-direction
					else
						move new-direction to ch-direction
					end-if
					move today-date to ch-first-seen
					move today-date to ch-last-seen
					move 0 to ch-times-seen
					write history-record
					add 1 to trans-added
					move 'added' to ttl-result
					write report-out from tran-line after advancing 1 line
					move 'After' to iml-label
					perform write-image-line
				not invalid key
					move 0 to tran-ok
					move 'key already on file' to result-text
			end-read.
		if tran-ok is equal to zero
			perform refuse-transaction.

	change-one-key.

		if tran-ok is equal to 1
			perform check-against-conv.
		if tran-ok is equal to 1
			move tran-roman to ch-roman
			read conv-history
				invalid key
					move 0 to tran-ok
					move 'key not on file' to result-text
				not invalid key
					move 'changed' to ttl-result
					write report-out from tran-line after advancing 1 line
					move 'Before' to iml-label
					perform write-image-line
					move conv-total to ch-value
					if new-direction is not equal to spaces
						move new-direction to ch-direction
					end-if
					rewrite history-record
					add 1 to trans-changed
					move 'After' to iml-label
					perform write-image-line
			end-read.
		if tran-ok is equal to zero
			perform refuse-transaction.

	delete-one-key.

		if tran-ok is equal to 1
			move tran-roman to ch-roman
			read conv-history
				invalid key
					move 0 to tran-ok
					move 'key not on file' to result-text
				not invalid key
					move 'deleted' to ttl-result
					write report-out from tran-line after advancing 1 line
					move 'Before' to iml-label
					perform write-image-line
					delete conv-history record
					add 1 to trans-deleted
			end-read.
		if tran-ok is equal to zero
			perform refuse-transaction.

	refuse-transaction.

		add 1 to trans-rejected.
		move spaces to ttl-result.
		string 'REFUSED - ' result-text delimited by size into ttl-result.
		write report-out from tran-line after advancing 1 line.

	write-image-line.

		move ch-value to iml-value.
		move ch-direction to iml-direction.
		move ch-first-seen to iml-first.
		move ch-last-seen to iml-last.
		move ch-times-seen to iml-times.
		write report-out from image-line after advancing 1 line.

	purge-dormant-entries.

		write report-out from underline-1 after advancing 1 line.
		move cutoff-date to pst-cutoff.
		write report-out from purge-section-title after advancing 1 line.
		write report-out from underline-1 after advancing 1 line.
		move 0 to history-eof.
		move low-values to ch-roman.
		start conv-history key is greater than ch-roman
			invalid key move 1 to history-eof
		end-start.
		perform purge-one-entry until history-eof is equal to 1.

	purge-one-entry.

		read conv-history next
			at end move 1 to history-eof
		end-read.
		if history-eof is equal to zero
			add 1 to records-scanned
			if ch-last-seen is numeric
					and ch-last-seen is less than cutoff-date
				move 'PURGE' to ttl-code
				move ch-roman to ttl-roman
				move 'dormant - purged' to ttl-result
				write report-out from tran-line after advancing 1 line
				move 'Before' to iml-label
				perform write-image-line
				delete conv-history record
				add 1 to records-purged.

	write-maintenance-footer.

		write report-out from underline-1 after advancing 1 line.
		move trans-read to ftr-read.
		move trans-added to ftr-added.
		move trans-changed to ftr-changed.
		move trans-deleted to ftr-deleted.
		move trans-rejected to ftr-rejected.
		write report-out from footer-line-read after advancing 1 line.
		write report-out from footer-line-added after advancing 1 line.
		write report-out from footer-line-changed after advancing 1 line.
		write report-out from footer-line-deleted after advancing 1 line.
		write report-out from footer-line-rejected after advancing 1 line.
		if purge-mode is equal to 1
			move records-scanned to ftr-scanned
			move records-purged to ftr-purged
			write report-out from footer-line-scanned after advancing 1 line
			write report-out from footer-line-purged after advancing 1 line.
