program-id. monthend.

environment division.
	input-output section.
		file-control.
			select optional runhist-file assign to "runhist.txt" organization is line sequential.
			select optional audit-file assign to "audit.txt" organization is line sequential.
			select optional closed-file assign to "escclosed.txt" organization is line sequential.
			select optional escalate-file assign to "escalate.txt" organization is line sequential.
			select optional job-log assign to "joblog.txt" organization is line sequential.
			select optional catalog-file assign to "sievecat.ctl" organization is line sequential.
			select report-file assign to "monthend.txt" organization is line sequential.

data division.
	file section.
		fd runhist-file.
			01 runhist-record pic x(48).
		fd audit-file.
			01 audit-record pic x(96).
		fd closed-file.
			01 closed-record pic x(160).
		fd escalate-file.
			01 escalate-record pic x(130).
		fd job-log.
			01 job-log-record pic x(120).
		fd catalog-file.
			01 catalog-record pic x(120).
		fd report-file.
			01 report-out pic x(100).
	working-storage section.
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
		01 escalate-line.
			02 esl-source pic x(30).
			02 filler pic x(3).
			02 esl-reason pic x(30).
			02 filler pic x(3).
			02 esl-resub pic 99.
			02 filler pic x(3).
			02 esl-date pic x(8).
			02 filler pic x(2).
			02 esl-file pic x(30).
			02 filler pic x(2).
			02 esl-batch pic x(8).
			02 filler pic x(2).
			02 esl-record pic x(6).
		01 closed-line.
			02 cls-source pic x(30).
			02 filler pic x(3).
			02 cls-reason pic x(30).
			02 filler pic x(3).
			02 cls-resub pic 99.
			02 filler pic x(3).
			02 cls-date pic x(8).
			02 filler pic x(3).
			02 cls-action pic x(8).
			02 filler pic x(3).
			02 cls-closed pic x(8).
			02 filler pic x(2).
			02 cls-file pic x(30).
			02 filler pic x(2).
			02 cls-batch pic x(8).
			02 filler pic x(2).
			02 cls-record pic x(6).
		01 joblog-line.
			02 jl-date pic x(14).
			02 filler pic x(2).
			02 jl-program pic x(13).
			02 filler pic x(2).
			02 jl-event pic x(5).
			02 filler pic x(2).
			02 jl-detail pic x(82).
		01 catalog-line.
			02 cat-date pic x(8).
			02 filler pic x(2).
			02 cat-n pic 9(8).
			02 filler pic x(2).
			02 cat-output pic x(30).
			02 filler pic x(2).
			02 cat-twin pic x(30).
			02 filler pic x(2).
			02 cat-print pic x(30).
		01 week-table.
			02 week-period occurs 2 times.
				03 week-entry occurs 5 times.
					04 wk-runs pic 9(6).
					04 wk-read pic 9(8).
					04 wk-rejected pic 9(8).
		01 period-table.
			02 period-entry occurs 2 times.
				03 per-runs pic 9(6).
				03 per-read pic 9(8).
				03 per-rejected pic 9(8).
				03 per-repaired pic 9(6).
				03 per-repair-failed pic 9(6).
				03 per-raised pic 9(6).
				03 per-written-off pic 9(6).
				03 per-returned pic 9(6).
				03 per-age-bucket pic 9(6) occurs 4 times.
				03 per-open pic 9(6).
				03 per-sieve-runs pic 9(6).
				03 per-sieve-max-n pic 9(8).
				03 per-sieve-primes pic 9(10).
		01 month-bounds.
			02 month-bound-entry occurs 2 times.
				03 mb-month pic x(6).
				03 mb-end-date pic 9(8).
				03 mb-end-int pic 9(7).
		01 program-table.
			02 program-entry occurs 30 times.
				03 prg-name pic x(13).
				03 prg-period occurs 2 times.
					04 prg-runs pic 9(6).
					04 prg-ok pic 9(6).
					04 prg-ends pic 9(6).
					04 prg-elapsed pic 9(9).
		01 sieve-result-table.
			02 sieve-result occurs 500 times.
				03 srt-output pic x(30).
				03 srt-primes pic 9(8).
		01 sieve-list-table.
			02 sieve-list-entry occurs 100 times.
				03 slt-date pic x(8).
				03 slt-n pic 9(8).
				03 slt-output pic x(30).
				03 slt-primes pic x(8).
		01 bucket-label-values.
			02 filler pic x(20) value '0 - 7 days ........:'.
			02 filler pic x(20) value '8 - 30 days .......:'.
			02 filler pic x(20) value '31 - 60 days ......:'.
			02 filler pic x(20) value 'Over 60 days ......:'.
		01 bucket-label-table redefines bucket-label-values.
			02 bucket-label pic x(20) occurs 4 times.
		01 month-work.
			02 mw-year pic 9(4).
			02 mw-month pic 99.
		01 month-work-text redefines month-work pic x(6).
		01 date-work.
			02 dw-year pic 9(4).
			02 dw-month pic 99.
			02 dw-day pic 99.
		01 date-work-num redefines date-work pic 9(8).
		77 param-eof pic 9 value 0.
		77 param-record pic x(6).
		77 parm-section pic x(13) value 'MONTHEND'.
		77 parm-index pic 9(3) value 1.
		77 parm-value pic x(80).
		77 parm-ret pic 9 value 0.
		77 run-timestamp pic x(21).
		77 report-month pic x(6).
		77 date-text pic x(8).
		77 date-int pic 9(7).
		77 per-idx pic 9.
		77 week-idx pic 9.
		77 bucket-idx pic 9.
		77 age-days pic s9(5).
		77 file-eof pic 9 value 0.
		77 program-count pic 99 value 0.
		77 program-overflow pic 9(6) value 0.
		77 prog-slot pic 99.
		77 prog-found pic 9.
		77 sieve-result-count pic 9(3) value 0.
		77 sieve-list-count pic 9(3) value 0.
		77 sieve-list-overflow pic 9(6) value 0.
		77 srt-slot pic 9(3).
		77 srt-found pic 9.
		77 pending-output pic x(30) value spaces.
		77 scan-pos pic 99.
		77 tag-found pic 9.
		77 status-work pic x(8).
		77 elapsed-text pic x(5).
		77 elapsed-work pic 9(5).
		77 primes-text pic x(8).
		77 tag-text pic x(30).
		77 rate-work pic 9(3)v99.
		77 rate-prev pic 9(3)v99.
		77 avg-work pic 9(6).
		77 avg-prev pic 9(6).
		77 this-value pic 9(10).
		77 prev-value pic 9(10).
		77 change-value pic s9(10).
		77 compare-label pic x(20).
		01 title-line.
			02 filler pic x(11) value spaces.
			02 filler pic x(30) value 'Month-End Operations Report'.
		01 underline-1.
			02 filler pic x(45) value '---------------------------------------------'.
		01 report-line-month.
			02 filler pic x(20) value 'Report month ......:'.
			02 rlm-month pic x(6).
			02 filler pic x(4) value spaces.
			02 filler pic x(20) value 'Compared with .....:'.
			02 rlm-prev pic x(6).
		01 section-title.
			02 filler pic x(1) value spaces.
			02 stl-text pic x(45).
		01 compare-heads.
			02 filler pic x(20) value spaces.
			02 filler pic x(10) value '      This'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value '  Previous'.
			02 filler pic x(2) value spaces.
			02 filler pic x(10) value '    Change'.
		01 compare-line.
			02 cpl-label pic x(20).
			02 cpl-this pic zzzzzzzzz9.
			02 filler pic x(2) value spaces.
			02 cpl-prev pic zzzzzzzzz9.
			02 filler pic x(2) value spaces.
			02 cpl-change pic ---------9.
		01 week-heads.
			02 filler pic x(8) value 'Week'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value '  Runs'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value '    Read'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Rejected'.
			02 filler pic x(2) value spaces.
			02 filler pic x(7) value ' Rej %'.
			02 filler pic x(4) value spaces.
			02 filler pic x(8) value 'Pv  Read'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value 'Pv  Rej'.
			02 filler pic x(2) value spaces.
			02 filler pic x(7) value 'Pv Rej%'.
		01 week-line.
			02 wkl-label pic x(8).
			02 filler pic x(2) value spaces.
			02 wkl-runs pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 wkl-read pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 wkl-rejected pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 wkl-rate pic zz9.99.
			02 filler pic x(5) value spaces.
			02 wkl-prev-read pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 wkl-prev-rejected pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 wkl-prev-rate pic zz9.99.
		01 job-heads.
			02 filler pic x(13) value 'Program'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value '  Runs'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Succ %'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Avg s'.
			02 filler pic x(4) value spaces.
			02 filler pic x(6) value 'Pv run'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Pv  %'.
			02 filler pic x(2) value spaces.
			02 filler pic x(6) value 'Pv avg'.
		01 job-line.
			02 jbl-program pic x(13).
			02 filler pic x(2) value spaces.
			02 jbl-runs pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 jbl-rate pic zz9.99.
			02 filler pic x(2) value spaces.
			02 jbl-avg pic zzzzz9.
			02 filler pic x(4) value spaces.
			02 jbl-prev-runs pic zzzzz9.
			02 filler pic x(2) value spaces.
			02 jbl-prev-rate pic zz9.99.
			02 filler pic x(2) value spaces.
			02 jbl-prev-avg pic zzzzz9.
		01 sieve-heads.
			02 filler pic x(8) value 'Date'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value '       N'.
			02 filler pic x(2) value spaces.
			02 filler pic x(8) value '  Primes'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Output file'.
		01 sieve-line.
			02 svl-date pic x(8).
			02 filler pic x(2) value spaces.
			02 svl-n pic zzzzzzz9.
			02 filler pic x(2) value spaces.
			02 svl-primes pic x(8).
			02 filler pic x(2) value spaces.
			02 svl-output pic x(30).
		01 none-line.
			02 filler pic x(1) value spaces.
			02 filler pic x(30) value 'none in the report month'.
		01 program-overflow-line.
			02 filler pic x(5) value ' *** '.
			02 pol-count pic zzzzz9.
			02 filler pic x(36) value ' job events beyond program limit'.
		01 sieve-overflow-line.
			02 filler pic x(5) value ' *** '.
			02 sol-count pic zzzzz9.
			02 filler pic x(36) value ' sieve runs beyond listing limit'.

procedure division.

	perform read-report-month.
	perform set-month-bounds.

	move zeros to week-table.
	move zeros to period-table.

	perform scan-run-history.
	perform scan-audit-trail.
	perform scan-closed-escalations.
	perform scan-open-escalations.
	perform scan-job-log.
	perform scan-sieve-catalog.

	open output report-file.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	move mb-month(1) to rlm-month.
	move mb-month(2) to rlm-prev.
	write report-out from report-line-month after advancing 1 line.

	perform write-volume-section.
	perform write-repair-section.
	perform write-aging-section.
	perform write-job-section.
	perform write-sieve-section.

	close report-file.

	goback.

	read-report-month.

		move function current-date to run-timestamp.
		move run-timestamp(1:6) to month-work-text.
		if mw-month is equal to 1
			move 12 to mw-month
			subtract 1 from mw-year
		else
			subtract 1 from mw-month.
		move month-work-text to report-month.
		move 1 to parm-index.
		perform read-parm-line.
		if param-eof is equal to zero
			if param-record is numeric
					and param-record(5:2) is greater than '00'
					and param-record(5:2) is less than '13'
				move param-record to report-month.

	read-parm-line.

		call "parmget" using parm-section, parm-index, parm-value, parm-ret.
		if parm-ret is equal to zero
			move parm-value to param-record
		else
			move 1 to param-eof.

	set-month-bounds.

		move report-month to month-work-text.
		move 1 to per-idx.
		perform set-one-month-bound.
		if mw-month is equal to 1
			move 12 to mw-month
			subtract 1 from mw-year
		else
			subtract 1 from mw-month.
		move 2 to per-idx.
		perform set-one-month-bound.

	set-one-month-bound.

		move month-work-text to mb-month(per-idx).
		move mw-year to dw-year.
		move mw-month to dw-month.
		move 1 to dw-day.
		if dw-month is equal to 12
			move 1 to dw-month
			add 1 to dw-year
		else
			add 1 to dw-month.
		compute mb-end-int(per-idx) = function integer-of-date(date-work-num) - 1.
		compute mb-end-date(per-idx) = function date-of-integer(mb-end-int(per-idx)).

	classify-date.

		move 0 to per-idx.
		if date-text(1:6) is equal to mb-month(1)
			move 1 to per-idx
		else if date-text(1:6) is equal to mb-month(2)
			move 2 to per-idx.

	scan-run-history.

		move 0 to file-eof.
		open input runhist-file.
		perform tally-one-run until file-eof is equal to 1.
		close runhist-file.

	tally-one-run.

		read runhist-file into runhist-line at end move 1 to file-eof.
		if file-eof is equal to zero
			move rh-date to date-text
			perform classify-date
			if per-idx is greater than zero
					and rh-date(7:2) is numeric
					and rh-date(7:2) is greater than '00'
					and rh-read is numeric
					and rh-rejected is numeric
				move rh-date(7:2) to dw-day
				compute week-idx = (dw-day - 1) / 7 + 1
				add 1 to wk-runs(per-idx, week-idx)
				add rh-read to wk-read(per-idx, week-idx)
				add rh-rejected to wk-rejected(per-idx, week-idx)
				add 1 to per-runs(per-idx)
				add rh-read to per-read(per-idx)
				add rh-rejected to per-rejected(per-idx).

	scan-audit-trail.

		move 0 to file-eof.
		open input audit-file.
		perform tally-one-audit until file-eof is equal to 1.
		close audit-file.

	tally-one-audit.

		read audit-file into audit-line at end move 1 to file-eof.
		if file-eof is equal to zero
			if aud-layout is equal to 'A2' and aud-caller is equal to 'repair'
				move aud-date(1:8) to date-text
				perform classify-date
				if per-idx is greater than zero
					if aud-status is equal to 'REJECTED'
						add 1 to per-repair-failed(per-idx)
					else
						add 1 to per-repaired(per-idx).

	scan-closed-escalations.

		move 0 to file-eof.
		open input closed-file.
		perform tally-one-closed until file-eof is equal to 1.
		close closed-file.

	tally-one-closed.

		read closed-file into closed-line at end move 1 to file-eof.
		if file-eof is equal to zero
			move cls-date to date-text
			perform classify-date
			if per-idx is greater than zero
				add 1 to per-raised(per-idx)
			end-if
			move cls-closed to date-text
			perform classify-date
			if per-idx is greater than zero and cls-action is equal to 'CLOSED'
				add 1 to per-written-off(per-idx)
			end-if
			if per-idx is greater than zero and cls-action is equal to 'RETURNED'
				add 1 to per-returned(per-idx)
			end-if
			if cls-date is numeric and cls-closed is numeric
				move 1 to per-idx
				perform age-closed-item
				move 2 to per-idx
				perform age-closed-item.

	age-closed-item.

		if cls-date is not greater than mb-end-date(per-idx)
				and cls-closed is greater than mb-end-date(per-idx)
			move cls-date to date-text
			perform add-open-item.

	scan-open-escalations.

		move 0 to file-eof.
		open input escalate-file.
		perform tally-one-open until file-eof is equal to 1.
		close escalate-file.

	tally-one-open.

		read escalate-file into escalate-line at end move 1 to file-eof.
		if file-eof is equal to zero
			move esl-date to date-text
			perform classify-date
			if per-idx is greater than zero
				add 1 to per-raised(per-idx)
			end-if
			if esl-date is numeric
				move 1 to per-idx
				perform age-open-item
				move 2 to per-idx
				perform age-open-item.

	age-open-item.

		if esl-date is not greater than mb-end-date(per-idx)
			move esl-date to date-text
			perform add-open-item.

	add-open-item.

		move date-text to date-work.
		compute date-int = function integer-of-date(date-work-num).
		compute age-days = mb-end-int(per-idx) - date-int.
		if age-days is greater than 60
			move 4 to bucket-idx
		else if age-days is greater than 30
			move 3 to bucket-idx
		else if age-days is greater than 7
			move 2 to bucket-idx
		else
			move 1 to bucket-idx.
		add 1 to per-age-bucket(per-idx, bucket-idx).
		add 1 to per-open(per-idx).

	scan-job-log.

		move 0 to file-eof.
		open input job-log.
		perform tally-one-job-event until file-eof is equal to 1.
		close job-log.

	tally-one-job-event.

		read job-log into joblog-line at end move 1 to file-eof.
		if file-eof is equal to zero
			if jl-program is equal to 'sieve'
				perform note-sieve-event
			end-if
			move jl-date(1:8) to date-text
			perform classify-date
			if per-idx is greater than zero
				if jl-event is equal to 'START'
					perform find-program-slot
					if prog-found is equal to 1
						add 1 to prg-runs(prog-slot, per-idx)
					end-if
				else if jl-event is equal to 'END'
					perform find-program-slot
					if prog-found is equal to 1
						perform tally-job-end.

	tally-job-end.

		add 1 to prg-ends(prog-slot, per-idx).
		move 'elapsed=' to tag-text.
		perform find-detail-tag.
		if tag-found is equal to 1
			move jl-detail(scan-pos + 8:5) to elapsed-text
			if elapsed-text is numeric
				move elapsed-text to elapsed-work
				add elapsed-work to prg-elapsed(prog-slot, per-idx).
		move 'status=' to tag-text.
		perform find-detail-tag.
		if tag-found is equal to 1
			move jl-detail(scan-pos + 7:8) to status-work
			if status-work is equal to 'OK'
				add 1 to prg-ok(prog-slot, per-idx).

	find-detail-tag.

		move 0 to tag-found.
		move 1 to scan-pos.
		perform match-detail-tag until tag-found is equal to 1
			or scan-pos is greater than 70.

	match-detail-tag.

		if tag-text is equal to 'elapsed='
				and jl-detail(scan-pos:8) is equal to 'elapsed='
			move 1 to tag-found
		else if tag-text is equal to 'status='
				and jl-detail(scan-pos:7) is equal to 'status='
			move 1 to tag-found
		else if tag-text is equal to 'primes='
				and jl-detail(scan-pos:7) is equal to 'primes='
			move 1 to tag-found
		else if tag-text is equal to 'output='
				and jl-detail(scan-pos:7) is equal to 'output='
			move 1 to tag-found
		else
			add 1 to scan-pos.

	find-program-slot.

		move 0 to prog-found.
		move 1 to prog-slot.
		perform match-program-slot until prog-found is equal to 1
			or prog-slot is greater than program-count.
		if prog-found is equal to zero
			if program-count is less than 30
				add 1 to program-count
				move program-count to prog-slot
				move jl-program to prg-name(prog-slot)
				move zeros to prg-period(prog-slot, 1)
				move zeros to prg-period(prog-slot, 2)
				move 1 to prog-found
			else
				add 1 to program-overflow.

	match-program-slot.

		if prg-name(prog-slot) is equal to jl-program
			move 1 to prog-found
		else
			add 1 to prog-slot.

	note-sieve-event.

		if jl-event is equal to 'START'
			move spaces to pending-output
			move 'output=' to tag-text
			perform find-detail-tag
			if tag-found is equal to 1
				unstring jl-detail(scan-pos + 7:30) delimited by space
					into pending-output
			end-if
		else if jl-event is equal to 'END'
				and pending-output is not equal to spaces
			move 'primes=' to tag-text
			perform find-detail-tag
			if tag-found is equal to 1
				move jl-detail(scan-pos + 7:8) to primes-text
				if primes-text is numeric and sieve-result-count is less than 500
					add 1 to sieve-result-count
					move pending-output to srt-output(sieve-result-count)
					move primes-text to srt-primes(sieve-result-count)
				end-if
			end-if
			move spaces to pending-output.

	scan-sieve-catalog.

		move 0 to file-eof.
		open input catalog-file.
		perform tally-one-sieve-run until file-eof is equal to 1.
		close catalog-file.

	tally-one-sieve-run.

		read catalog-file into catalog-line at end move 1 to file-eof.
		if file-eof is equal to zero
			move cat-date to date-text
			perform classify-date
			if per-idx is greater than zero and cat-n is numeric
				add 1 to per-sieve-runs(per-idx)
				if cat-n is greater than per-sieve-max-n(per-idx)
					move cat-n to per-sieve-max-n(per-idx)
				end-if
				move 'n/a' to primes-text
				perform find-sieve-result
				if srt-found is equal to 1
					add srt-primes(srt-slot) to per-sieve-primes(per-idx)
					move srt-primes(srt-slot) to primes-text
				end-if
				if per-idx is equal to 1
					perform list-sieve-run.

	find-sieve-result.

		move 0 to srt-found.
		move 1 to srt-slot.
		perform match-sieve-result until srt-found is equal to 1
			or srt-slot is greater than sieve-result-count.

	match-sieve-result.

		if srt-output(srt-slot) is equal to cat-output
			move 1 to srt-found
		else
			add 1 to srt-slot.

	list-sieve-run.

		if sieve-list-count is less than 100
			add 1 to sieve-list-count
			move cat-date to slt-date(sieve-list-count)
			move cat-n to slt-n(sieve-list-count)
			move cat-output to slt-output(sieve-list-count)
			move primes-text to slt-primes(sieve-list-count)
		else
			add 1 to sieve-list-overflow.

	write-section-title.

		write report-out from underline-1 after advancing 1 line.
		write report-out from section-title after advancing 1 line.

	write-compare-line.

		move compare-label to cpl-label.
		move this-value to cpl-this.
		move prev-value to cpl-prev.
		compute change-value = this-value - prev-value.
		move change-value to cpl-change.
		write report-out from compare-line after advancing 1 line.

	write-volume-section.

		move 'Conversion Volumes and Reject Rates by Week' to stl-text.
		perform write-section-title.
		write report-out from week-heads after advancing 1 line.
		move 1 to week-idx.
		perform write-one-week until week-idx is greater than 5.
		move 'Month' to wkl-label.
		move per-runs(1) to wkl-runs.
		move per-read(1) to wkl-read.
		move per-rejected(1) to wkl-rejected.
		move per-read(2) to wkl-prev-read.
		move per-rejected(2) to wkl-prev-rejected.
		move 0 to rate-work.
		move 0 to rate-prev.
		if per-read(1) is greater than zero
			compute rate-work rounded = per-rejected(1) * 100 / per-read(1).
		if per-read(2) is greater than zero
			compute rate-prev rounded = per-rejected(2) * 100 / per-read(2).
		move rate-work to wkl-rate.
		move rate-prev to wkl-prev-rate.
		write report-out from week-line after advancing 1 line.
		write report-out from compare-heads after advancing 1 line.
		move 'Batch runs ........:' to compare-label.
		move per-runs(1) to this-value.
		move per-runs(2) to prev-value.
		perform write-compare-line.
		move 'Records read ......:' to compare-label.
		move per-read(1) to this-value.
		move per-read(2) to prev-value.
		perform write-compare-line.
		move 'Records rejected ..:' to compare-label.
		move per-rejected(1) to this-value.
		move per-rejected(2) to prev-value.
		perform write-compare-line.

	write-one-week.

		move spaces to wkl-label.
		string 'Week ' week-idx delimited by size into wkl-label.
		move wk-runs(1, week-idx) to wkl-runs.
		move wk-read(1, week-idx) to wkl-read.
		move wk-rejected(1, week-idx) to wkl-rejected.
		move wk-read(2, week-idx) to wkl-prev-read.
		move wk-rejected(2, week-idx) to wkl-prev-rejected.
		move 0 to rate-work.
		move 0 to rate-prev.
		if wk-read(1, week-idx) is greater than zero
			compute rate-work rounded =
				wk-rejected(1, week-idx) * 100 / wk-read(1, week-idx).
		if wk-read(2, week-idx) is greater than zero
			compute rate-prev rounded =
				wk-rejected(2, week-idx) * 100 / wk-read(2, week-idx).
		move rate-work to wkl-rate.
		move rate-prev to wkl-prev-rate.
		write report-out from week-line after advancing 1 line.
		add 1 to week-idx.

	write-repair-section.

		move 'Repair Throughput and Escalation Write-offs' to stl-text.
		perform write-section-title.
		write report-out from compare-heads after advancing 1 line.
		move 'Repairs accepted ..:' to compare-label.
		move per-repaired(1) to this-value.
		move per-repaired(2) to prev-value.
		perform write-compare-line.
		move 'Repairs still bad .:' to compare-label.
		move per-repair-failed(1) to this-value.
		move per-repair-failed(2) to prev-value.
		perform write-compare-line.
		move 'Escalations raised :' to compare-label.
		move per-raised(1) to this-value.
		move per-raised(2) to prev-value.
		perform write-compare-line.
		move 'Written off .......:' to compare-label.
		move per-written-off(1) to this-value.
		move per-written-off(2) to prev-value.
		perform write-compare-line.
		move 'Returned to repair :' to compare-label.
		move per-returned(1) to this-value.
		move per-returned(2) to prev-value.
		perform write-compare-line.

	write-aging-section.

		move 'Open Escalations at Month-End by Age' to stl-text.
		perform write-section-title.
		write report-out from compare-heads after advancing 1 line.
		move 1 to bucket-idx.
		perform write-one-bucket until bucket-idx is greater than 4.
		move 'Total open ........:' to compare-label.
		move per-open(1) to this-value.
		move per-open(2) to prev-value.
		perform write-compare-line.

	write-one-bucket.

		move bucket-label(bucket-idx) to compare-label.
		move per-age-bucket(1, bucket-idx) to this-value.
		move per-age-bucket(2, bucket-idx) to prev-value.
		perform write-compare-line.
		add 1 to bucket-idx.

	write-job-section.

		move 'Job Success Rate and Average Elapsed' to stl-text.
		perform write-section-title.
		write report-out from job-heads after advancing 1 line.
		move 1 to prog-slot.
		perform write-one-program until prog-slot is greater than program-count.
		if program-count is equal to zero
			write report-out from none-line after advancing 1 line.
		if program-overflow is greater than zero
			move program-overflow to pol-count
			write report-out from program-overflow-line after advancing 1 line.

	write-one-program.

		move prg-name(prog-slot) to jbl-program.
		move prg-runs(prog-slot, 1) to jbl-runs.
		move prg-runs(prog-slot, 2) to jbl-prev-runs.
		move 0 to rate-work.
		move 0 to rate-prev.
		move 0 to avg-work.
		move 0 to avg-prev.
		if prg-runs(prog-slot, 1) is greater than zero
			compute rate-work rounded =
				prg-ok(prog-slot, 1) * 100 / prg-runs(prog-slot, 1).
		if prg-runs(prog-slot, 2) is greater than zero
			compute rate-prev rounded =
				prg-ok(prog-slot, 2) * 100 / prg-runs(prog-slot, 2).
		if prg-ends(prog-slot, 1) is greater than zero
			divide prg-elapsed(prog-slot, 1) by prg-ends(prog-slot, 1)
				giving avg-work rounded.
		if prg-ends(prog-slot, 2) is greater than zero
			divide prg-elapsed(prog-slot, 2) by prg-ends(prog-slot, 2)
				giving avg-prev rounded.
		move rate-work to jbl-rate.
		move rate-prev to jbl-prev-rate.
		move avg-work to jbl-avg.
		move avg-prev to jbl-prev-avg.
		write report-out from job-line after advancing 1 line.
		add 1 to prog-slot.

	write-sieve-section.

		move 'Sieve Runs' to stl-text.
		perform write-section-title.
		write report-out from sieve-heads after advancing 1 line.
		move 1 to srt-slot.
		perform write-one-sieve-run until srt-slot is greater than sieve-list-count.
		if sieve-list-count is equal to zero
			write report-out from none-line after advancing 1 line.
		if sieve-list-overflow is greater than zero
			move sieve-list-overflow to sol-count
			write report-out from sieve-overflow-line after advancing 1 line.
		write report-out from compare-heads after advancing 1 line.
		move 'Sieve runs ........:' to compare-label.
		move per-sieve-runs(1) to this-value.
		move per-sieve-runs(2) to prev-value.
		perform write-compare-line.
		move 'Largest N .........:' to compare-label.
		move per-sieve-max-n(1) to this-value.
		move per-sieve-max-n(2) to prev-value.
		perform write-compare-line.
		move 'Primes found ......:' to compare-label.
		move per-sieve-primes(1) to this-value.
		move per-sieve-primes(2) to prev-value.
		perform write-compare-line.

	write-one-sieve-run.

		move slt-date(srt-slot) to svl-date.
		move slt-n(srt-slot) to svl-n.
		move slt-output(srt-slot) to svl-output.
		move slt-primes(srt-slot) to svl-primes.
		write report-out from sieve-line after advancing 1 line.
		add 1 to srt-slot.
