		file-control.
			select optional stream-file assign to "jobstream.ctl" organization is line sequential.
			select report-file assign to "jobctl.txt" organization is line sequential.
			select optional status-file assign to "jobstep.ctl" organization is line sequential.
			select optional restart-file assign to "jobrestart.ctl" organization is line sequential.
			select optional holiday-file assign to "holiday.ctl" organization is line sequential.
			select optional request-file assign to "jobreq.ctl" organization is line sequential.

data division.
	file section.
			01 stream-record pic x(48).
		fd report-file.
			01 report-out pic x(80).
		fd status-file.
			01 status-record pic x(100).
		fd restart-file.
			01 restart-record pic x(48).
		fd holiday-file.
			01 holiday-record pic x(48).
		fd request-file.
			01 request-record pic x(48).
	working-storage section.
		01 step-table.
			02 step-entry occurs 50 times.
				03 stp-rule pic x(12).
				03 stp-rc pic 9(4).
				03 stp-status pic x(24).
				03 stp-stamp pic x(14).
				03 stp-bypassed pic 9.
				03 stp-prior pic x(24).
				03 stp-freq pic x(8).
				03 stp-due pic 9.
				03 stp-note pic x(24).
				03 stp-freq-bad pic 9.
				03 stp-freq-token pic x(12).
		01 holiday-table.
			02 holiday-entry occurs 200 times.
				03 hol-date pic 9(8).
				03 hol-action pic x(8).
		01 request-table.
			02 req-name pic x(30) occurs 50 times.
		01 day-name-values pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
		01 day-name-table redefines day-name-values.
			02 day-name pic x(3) occurs 7 times.
		01 day-long-values pic x(63)
			value 'MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   SATURDAY SUNDAY   '.
		01 day-long-table redefines day-long-values.
			02 day-long pic x(9) occurs 7 times.
		01 moved-table.
			02 moved-day pic 9 occurs 7 times.
		01 cal-date.
			02 cal-year pic 9(4).
			02 cal-month pic 99.
			02 cal-day pic 99.
		01 cal-date-num redefines cal-date pic 9(8).
		01 month-start.
			02 mst-year pic 9(4).
			02 mst-month pic 99.
			02 mst-day pic 99.
		01 month-start-num redefines month-start pic 9(8).
		77 holiday-count pic 9(3) value 0.
		77 request-count pic 9(3) value 0.
		77 holiday-eof pic 9 value 0.
		77 request-eof pic 9 value 0.
		77 step-freq-work pic x(12).
		77 freq-len pic 99.
		77 day-slot pic 9.
		77 hol-slot pic 9(3).
		77 req-slot pic 9(3).
		77 hol-date-work pic x(12).
		77 hol-action-work pic x(12).
		77 cal-int pic 9(7).
		77 cal-weekday pic 9.
		77 processing-day pic 9 value 1.
		77 run-hol-action pic x(8).
		77 probe-int pic 9(7).
		77 probe-date pic 9(8).
		77 probe-weekday pic 9.
		77 probe-quot pic 9(7).
		77 probe-rest pic 9.
		77 probe-holiday pic 9.
		77 probe-action pic x(8).
		77 probe-business pic 9.
		77 probe-tries pic 99.
		77 first-bus-day pic 9(8) value 0.
		77 last-bus-day pic 9(8) value 0.
		77 request-found pic 9.
		77 not-due-count pic 9(3) value 0.
		77 bad-freq-count pic 9(3) value 0.
		77 freq-matched pic 9.
		01 saved-table.
			02 saved-entry occurs 50 times.
				03 svd-name pic x(30).
				03 svd-rc pic 9(4).
				03 svd-status pic x(24).
				03 svd-stamp pic x(14).
		01 status-line.
			02 stl-run-id pic x(14).
			02 filler pic x(2) value spaces.
			02 stl-step pic 9(3).
			02 filler pic x(2) value spaces.
			02 stl-name pic x(30).
			02 filler pic x(2) value spaces.
			02 stl-rc pic 9(4).
			02 filler pic x(2) value spaces.
			02 stl-status pic x(24).
			02 filler pic x(2) value spaces.
			02 stl-stamp pic x(14).
		77 step-count pic 9(3) value 0.
		77 saved-count pic 9(3) value 0.
		77 saved-run-id pic x(14) value spaces.
		77 run-id pic x(14).
		77 status-eof pic 9 value 0.
		77 restart-eof pic 9 value 0.
		77 restart-word pic x(12).
		77 force-full pic 9 value 0.
		77 restart-mode pic 9 value 0.
		77 restart-from pic 9(3) value 0.
		77 step-list-changed pic 9 value 0.
		77 bypass-count pic 9(3) value 0.
		77 step-slot pic 9(3).
		77 save-slot pic 9(3).
		77 stream-eof pic 9 value 0.
		77 step-name-work pic x(30).
		77 step-rule-work pic x(12).
		77 worst-rc pic 9(4) value 0.
		77 call-rc pic 9(4).
		77 step-not-found pic 9 value 0.
		77 preflight-failed pic 9 value 0.
		77 preflight-rc pic 9(4) value 0.
		77 ctl-timestamp pic x(21).
		01 title-line.
			02 filler pic x(11) value spaces.
		01 no-stream-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'JOBSTREAM CONTROL FILE MISSING OR EMPTY'.
		01 restart-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(22) value 'RESTART OF STREAM RUN '.
			02 rsl-run-id pic x(14).
			02 filler pic x(11) value ' FROM STEP '.
			02 rsl-from pic zz9.
		01 forced-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(40) value 'FULL RERUN FORCED - RESTART NOT TAKEN'.
		01 changed-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(50) value 'JOBSTREAM CHANGED SINCE HALTED RUN - FULL RUN'.
		01 holiday-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(30) value 'NON-PROCESSING DAY - RUNS ARE '.
			02 hdl-action pic x(10).
		01 not-due-head.
			02 filler pic x(11) value spaces.
			02 filler pic x(21) value 'Steps not due tonight'.
		01 not-due-cols.
			02 filler pic x(4) value 'Step'.
			02 filler pic x(2) value spaces.
			02 filler pic x(30) value 'Program'.
			02 filler pic x(2) value spaces.
			02 filler pic x(9) value 'Frequency'.
			02 filler pic x(3) value spaces.
			02 filler pic x(24) value 'Reason'.
		01 not-due-line.
			02 ndl-step pic zz9.
			02 filler pic x(3) value spaces.
			02 ndl-name pic x(30).
			02 filler pic x(2) value spaces.
			02 ndl-freq pic x(8).
			02 filler pic x(4) value spaces.
			02 ndl-note pic x(24).
		01 preflight-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(39) value 'PRE-FLIGHT PARAMETER CHECK FAILED - RC '.
			02 pfl-rc pic 9(4).
			02 filler pic x(26) value ' - SEE PREFLIGHT.TXT'.
		01 bad-freq-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(18) value 'UNKNOWN FREQUENCY '.
			02 bfq-token pic x(12).
			02 filler pic x(5) value ' FOR '.
			02 bfq-name pic x(30).
		01 halted-line.
			02 filler pic x(5) value ' *** '.
			02 filler pic x(26) value 'SEQUENCE HALTED AFTER STEP'.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Highest step rc ...:'.
			02 ftr-worst pic 9(4).
		01 footer-line-bypassed.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Bypassed - restart :'.
			02 ftr-bypassed pic zzzzz9.
		01 footer-line-not-due.
			02 filler pic x(11) value spaces.
			02 filler pic x(20) value 'Steps not due .....:'.
			02 ftr-not-due pic zzzzz9.

procedure division.

	perform load-jobstream.
	perform read-restart-control.
	perform load-step-status.

	move function current-date to ctl-timestamp.
	move ctl-timestamp(1:14) to run-id.
	if step-count is greater than zero
		perform decide-restart
		perform load-holidays
		perform load-requests
		perform evaluate-calendar
		perform run-preflight-check.

	open output report-file.
	move ctl-timestamp(1:8) to rsl-date.
	move ctl-timestamp(9:6) to rsl-time.
	write report-out from title-line after advancing 0 lines.
	write report-out from underline-1 after advancing 1 line.
	write report-out from run-stamp-line after advancing 1 line.
	if restart-mode is equal to 1
		move run-id to rsl-run-id
		move restart-from to rsl-from
		write report-out from restart-line after advancing 1 line
	else if force-full is equal to 1
		write report-out from forced-line after advancing 1 line
	else if step-list-changed is equal to 1
		write report-out from changed-line after advancing 1 line.
	if processing-day is equal to zero
		if run-hol-action is equal to 'SUPPRESS'
			move 'SUPPRESSED' to hdl-action
			write report-out from holiday-line after advancing 1 line
		else
			move 'MOVED' to hdl-action
			write report-out from holiday-line after advancing 1 line.
	if preflight-failed is equal to 1
		move preflight-rc to pfl-rc
		write report-out from preflight-line after advancing 1 line.
	if bad-freq-count is greater than zero
		move 1 to step-slot
		perform report-bad-frequency until step-slot is greater than step-count.
	write report-out from col-heads after advancing 1 line.
	write report-out from underline-1 after advancing 1 line.

		move 8 to return-code
		goback.

	if preflight-failed is equal to 1
		move 1 to step-slot
		perform hold-one-step until step-slot is greater than step-count
	else
		perform save-step-status
		move 1 to step-slot
		perform run-one-step until step-slot is greater than step-count
		perform save-step-status.

	move 1 to step-slot.
	perform report-one-step until step-slot is greater than step-count.
		move halted-at-step to hll-step
		write report-out from halted-line after advancing 1 line.

	if not-due-count is greater than zero
		write report-out from underline-1 after advancing 1 line
		write report-out from not-due-head after advancing 1 line
		write report-out from not-due-cols after advancing 1 line
		write report-out from underline-1 after advancing 1 line
		move 1 to step-slot
		perform report-not-due-step until step-slot is greater than step-count.

	if restart-mode is equal to zero and processing-day is equal to 1
			and preflight-failed is equal to zero
		open output request-file
		close request-file.

	perform write-controller-footer.
	close report-file.

	if sequence-halted is equal to 1 or preflight-failed is equal to 1
			or bad-freq-count is greater than zero
		move 8 to return-code
	else
		move worst-rc to return-code.
		if stream-eof is equal to zero
			move spaces to step-name-work
			move spaces to step-rule-work
			move spaces to step-freq-work
			move 0 to name-len
			move 0 to rule-len
			move 0 to freq-len
			unstring stream-record delimited by all spaces
				into step-name-work count in name-len
					step-rule-work count in rule-len
					step-freq-work count in freq-len
			if name-len is greater than zero and step-count is less than 50
				add 1 to step-count
				move step-name-work to stp-name(step-count)
				perform set-step-rule
				move 0 to stp-rc(step-count)
				move 'NOT RUN' to stp-status(step-count)
				move spaces to stp-stamp(step-count)
				move 0 to stp-bypassed(step-count)
				move spaces to stp-prior(step-count)
				move 1 to stp-due(step-count)
				move spaces to stp-note(step-count)
				perform set-step-frequency.

	set-step-rule.

		inspect step-rule-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		inspect step-freq-work converting 'abcdefghijklmnopqrstuvwxyz'
			to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
		if step-rule-work is equal to 'CONTINUE'
				or step-rule-work is equal to 'STOP'
				or step-rule-work is equal to 'SKIP'
			move step-rule-work to stp-rule(step-count)
		else if step-freq-work is equal to 'CONTINUE'
				or step-freq-work is equal to 'STOP'
				or step-freq-work is equal to 'SKIP'
			move step-freq-work to stp-rule(step-count)
			move step-rule-work to step-freq-work
		else
			move 'CONTINUE' to stp-rule(step-count)
			move step-rule-work to step-freq-work.

	set-step-frequency.

		move 'DAILY' to stp-freq(step-count).
		move 0 to stp-freq-bad(step-count).
		move spaces to stp-freq-token(step-count).
		move 0 to freq-matched.
		if step-freq-work is equal to spaces
				or step-freq-work is equal to 'DAILY'
			move 1 to freq-matched
		else if step-freq-work is equal to 'FIRSTBD'
				or step-freq-work is equal to 'LASTBD'
				or step-freq-work is equal to 'REQUEST'
			move step-freq-work to stp-freq(step-count)
			move 1 to freq-matched
		else
			move 1 to day-slot
			perform match-day-name until day-slot is greater than 7.
		if freq-matched is equal to zero
			move 1 to stp-freq-bad(step-count)
			move step-freq-work to stp-freq-token(step-count)
			move 'UNKNOWN' to stp-freq(step-count)
			add 1 to bad-freq-count.

	match-day-name.

		if step-freq-work is equal to day-name(day-slot)
				or step-freq-work is equal to day-long(day-slot)
			move day-name(day-slot) to stp-freq(step-count)
			move 1 to freq-matched
			move 7 to day-slot.
		add 1 to day-slot.

	load-holidays.

		open input holiday-file.
		perform load-one-holiday until holiday-eof is equal to 1.
		close holiday-file.

	load-one-holiday.

		read holiday-file at end move 1 to holiday-eof.
		if holiday-eof is equal to zero
			move spaces to hol-date-work
			move spaces to hol-action-work
			unstring holiday-record delimited by all spaces
				into hol-date-work hol-action-work
			inspect hol-action-work converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			if hol-date-work(1:8) is numeric and hol-date-work(9:4) is equal to spaces
					and holiday-count is less than 200
				add 1 to holiday-count
				move hol-date-work(1:8) to hol-date(holiday-count)
				if hol-action-work is equal to 'SUPPRESS'
					move 'SUPPRESS' to hol-action(holiday-count)
				else
					move 'MOVE' to hol-action(holiday-count).

	load-requests.

		open input request-file.
		perform load-one-request until request-eof is equal to 1.
		close request-file.

	load-one-request.

		read request-file at end move 1 to request-eof.
		if request-eof is equal to zero
			move spaces to step-name-work
			unstring request-record delimited by all spaces into step-name-work
			if step-name-work is not equal to spaces and request-count is less than 50
				add 1 to request-count
				move step-name-work to req-name(request-count).

	evaluate-calendar.

		move run-id(1:8) to cal-date.
		compute cal-int = function integer-of-date(cal-date-num).
		move cal-int to probe-int.
		perform classify-probe.
		move probe-weekday to cal-weekday.
		if probe-holiday is equal to 1
			move 0 to processing-day
			move probe-action to run-hol-action.
		perform find-moved-days.
		perform find-first-business-day.
		perform find-last-business-day.
		move 1 to step-slot.
		perform decide-step-due until step-slot is greater than step-count.

	classify-probe.

		compute probe-date = function date-of-integer(probe-int).
		subtract 1 from probe-int giving probe-quot.
		divide 7 into probe-quot giving probe-quot remainder probe-rest.
		compute probe-weekday = probe-rest + 1.
		move 0 to probe-holiday.
		move spaces to probe-action.
		move 1 to hol-slot.
		perform match-holiday until hol-slot is greater than holiday-count.
		if probe-weekday is less than 6 and probe-holiday is equal to zero
			move 1 to probe-business
		else
			move 0 to probe-business.

	match-holiday.

		if hol-date(hol-slot) is equal to probe-date
			move 1 to probe-holiday
			move hol-action(hol-slot) to probe-action
			move holiday-count to hol-slot.
		add 1 to hol-slot.

	find-moved-days.

		move zeros to moved-table.
		compute probe-int = cal-int - 1.
		move 1 to probe-holiday.
		move 0 to probe-tries.
		perform step-back-over-holiday until probe-holiday is equal to zero
			or probe-tries is greater than 31.

	step-back-over-holiday.

		perform classify-probe.
		if probe-holiday is equal to 1
			if probe-action is equal to 'MOVE'
				move 1 to moved-day(probe-weekday)
			end-if
			subtract 1 from probe-int.
		add 1 to probe-tries.

	find-first-business-day.

		move cal-date to month-start.
		move 1 to mst-day.
		compute probe-int = function integer-of-date(month-start-num).
		move 0 to probe-business.
		move 0 to probe-tries.
		perform step-forward-to-business until probe-business is equal to 1
			or probe-tries is greater than 31.
		if probe-business is equal to 1
			move probe-date to first-bus-day.

	step-forward-to-business.

		perform classify-probe.
		if probe-business is equal to zero
			add 1 to probe-int.
		add 1 to probe-tries.

	find-last-business-day.

		move cal-date to month-start.
		move 1 to mst-day.
		if mst-month is equal to 12
			add 1 to mst-year
			move 1 to mst-month
		else
			add 1 to mst-month.
		compute probe-int = function integer-of-date(month-start-num) - 1.
		move 0 to probe-business.
		move 0 to probe-tries.
		perform step-back-to-business until probe-business is equal to 1
			or probe-tries is greater than 31.
		if probe-business is equal to 1
			move probe-date to last-bus-day.

	step-back-to-business.

		perform classify-probe.
		if probe-business is equal to zero
			subtract 1 from probe-int.
		add 1 to probe-tries.

	decide-step-due.

		move 1 to stp-due(step-slot).
		move spaces to stp-note(step-slot).
		if processing-day is equal to zero
			move 0 to stp-due(step-slot)
			if run-hol-action is equal to 'SUPPRESS'
				move 'HOLIDAY - SUPPRESSED' to stp-note(step-slot)
			else
				move 'HOLIDAY - MOVED' to stp-note(step-slot)
			end-if
		else if stp-freq(step-slot) is equal to 'FIRSTBD'
			if cal-date-num is not equal to first-bus-day
				move 0 to stp-due(step-slot)
				move 'RUNS FIRST BUSINESS DAY' to stp-note(step-slot)
			end-if
		else if stp-freq(step-slot) is equal to 'LASTBD'
			if cal-date-num is not equal to last-bus-day
				move 0 to stp-due(step-slot)
				move 'RUNS LAST BUSINESS DAY' to stp-note(step-slot)
			end-if
		else if stp-freq(step-slot) is equal to 'REQUEST'
			move 0 to request-found
			move 1 to req-slot
			perform match-request until req-slot is greater than request-count
			if request-found is equal to zero
				move 0 to stp-due(step-slot)
				move 'NOT REQUESTED' to stp-note(step-slot)
			end-if
		else if stp-freq(step-slot) is not equal to 'DAILY'
				and stp-freq-bad(step-slot) is equal to zero
			move 1 to day-slot
			perform match-step-weekday until day-slot is greater than 7.
		if restart-mode is equal to 1
			if svd-status(step-slot) is equal to 'NOT DUE'
				if stp-due(step-slot) is equal to 1
					move 'NOT DUE IN HALTED RUN' to stp-note(step-slot)
				end-if
				move 0 to stp-due(step-slot)
			else
				move 1 to stp-due(step-slot).
		if stp-due(step-slot) is equal to zero
			move 'NOT DUE' to stp-status(step-slot)
			add 1 to not-due-count.
		add 1 to step-slot.

	match-request.

		if req-name(req-slot) is equal to stp-name(step-slot)
			move 1 to request-found
			move request-count to req-slot.
		add 1 to req-slot.

	match-step-weekday.

		if day-name(day-slot) is equal to stp-freq(step-slot)
			if day-slot is not equal to cal-weekday and moved-day(day-slot) is equal to zero
				move 0 to stp-due(step-slot)
				move spaces to stp-note(step-slot)
				string 'RUNS ' day-name(day-slot) delimited by size
					into stp-note(step-slot)
			end-if
			move 7 to day-slot.
		add 1 to day-slot.

	read-restart-control.

		open input restart-file.
		perform read-restart-word until restart-eof is equal to 1.
		close restart-file.
		if force-full is equal to 1
			open output restart-file
			close restart-file.

	read-restart-word.

		read restart-file at end move 1 to restart-eof.
		if restart-eof is equal to zero
			move spaces to restart-word
			unstring restart-record delimited by all spaces into restart-word
			inspect restart-word converting 'abcdefghijklmnopqrstuvwxyz'
				to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
			if restart-word is equal to 'FULL'
				move 1 to force-full.

	load-step-status.

		open input status-file.
		perform load-one-status until status-eof is equal to 1.
		close status-file.

	load-one-status.

		read status-file into status-line at end move 1 to status-eof.
		if status-eof is equal to zero
			if stl-step is numeric and stl-step is greater than zero
					and stl-step is not greater than 50
				move stl-run-id to saved-run-id
				if stl-step is greater than saved-count
					move stl-step to saved-count
				end-if
				move stl-name to svd-name(stl-step)
				move stl-rc to svd-rc(stl-step)
				move stl-status to svd-status(stl-step)
				move stl-stamp to svd-stamp(stl-step).

	decide-restart.

		if force-full is equal to zero and saved-count is greater than zero
			move 1 to step-slot
			perform find-restart-point until step-slot is greater than saved-count
				or restart-from is greater than zero
			if restart-from is greater than zero
				if saved-count is not equal to step-count
					move 1 to step-list-changed
				else
					move 1 to step-slot
					perform compare-one-step until step-slot is greater than step-count
				end-if
				if step-list-changed is equal to zero
					move 1 to restart-mode
					move saved-run-id to run-id
					move 1 to step-slot
					perform mark-bypassed-step until step-slot is greater than step-count.

	find-restart-point.

		if svd-status(step-slot) is equal to 'STEP NOT FOUND'
				or svd-status(step-slot) is equal to 'RAN WITH RC - STOPPED'
				or svd-status(step-slot) is equal to 'RAN WITH RC - SKIPPING'
				or svd-status(step-slot) is equal to 'NOT RUN'
				or svd-status(step-slot) is equal to 'NOT RUN - HALTED'
				or svd-status(step-slot) is equal to 'SKIPPED'
			move step-slot to restart-from.
		add 1 to step-slot.

	compare-one-step.

		if svd-name(step-slot) is not equal to stp-name(step-slot)
			move 1 to step-list-changed.
		add 1 to step-slot.

	mark-bypassed-step.

		if (step-slot is less than restart-from
				and svd-status(step-slot) is not equal to 'NOT DUE')
				or svd-status(step-slot) is equal to 'RAN CLEAN'
			move 1 to stp-bypassed(step-slot)
			move svd-status(step-slot) to stp-prior(step-slot)
			move svd-rc(step-slot) to stp-rc(step-slot)
			move svd-stamp(step-slot) to stp-stamp(step-slot)
			move 'BYPASSED - RESTART' to stp-status(step-slot)
			add 1 to bypass-count.
		add 1 to step-slot.

	save-step-status.

		open output status-file.
		move 1 to save-slot.
		perform save-one-status until save-slot is greater than step-count.
		close status-file.

	save-one-status.

		move run-id to stl-run-id.
		move save-slot to stl-step.
		move stp-name(save-slot) to stl-name.
		move stp-rc(save-slot) to stl-rc.
		if stp-bypassed(save-slot) is equal to 1
			move stp-prior(save-slot) to stl-status
		else
			move stp-status(save-slot) to stl-status.
		move stp-stamp(save-slot) to stl-stamp.
		write status-record from status-line.
		add 1 to save-slot.

	run-preflight-check.

		move 0 to step-not-found.
		move 0 to return-code.
		call "preflight"
			on exception
				move 1 to step-not-found
		end-call.
		if step-not-found is equal to 1
			move 12 to preflight-rc
		else
			move return-code to preflight-rc.
		move 0 to step-not-found.
		if preflight-rc is not equal to zero
			move 1 to preflight-failed
			if preflight-rc is greater than worst-rc
				move preflight-rc to worst-rc.

	hold-one-step.

		if stp-due(step-slot) is equal to 1
				and stp-bypassed(step-slot) is equal to zero
			move 'NOT RUN - PRE-FLIGHT' to stp-status(step-slot).
		add 1 to step-slot.

	run-one-step.

		if stp-due(step-slot) is equal to zero
			continue
		else if sequence-halted is equal to 1
			if stp-rule(halted-at-step) is equal to 'STOP'
				move 'NOT RUN - HALTED' to stp-status(step-slot)
			else
				move 'SKIPPED' to stp-status(step-slot)
		else if stp-freq-bad(step-slot) is equal to 1
			move 'HELD - BAD FREQUENCY' to stp-status(step-slot)
		else if stp-bypassed(step-slot) is equal to zero
			perform call-one-step
			perform save-step-status.
		add 1 to step-slot.

	call-one-step.
		else
			move return-code to call-rc.
		move call-rc to stp-rc(step-slot).
		move function current-date to ctl-timestamp.
		move ctl-timestamp(1:14) to stp-stamp(step-slot).
		if call-rc is greater than worst-rc
			move call-rc to worst-rc.
		if call-rc is equal to zero
			move 'RAN CLEAN' to stp-status(step-slot)
		else
			if step-not-found is equal to 1
					and stp-rule(step-slot) is equal to 'CONTINUE'
				move 'NOT FOUND - CONTINUED' to stp-status(step-slot)
			else if step-not-found is equal to 1
				move 'STEP NOT FOUND' to stp-status(step-slot)
			else if stp-rule(step-slot) is equal to 'CONTINUE'
				move 'RAN WITH RC - CONTINUED' to stp-status(step-slot)

	report-one-step.

		if stp-due(step-slot) is equal to 1
			move step-slot to sdl-step
			move stp-name(step-slot) to sdl-name
			move stp-rule(step-slot) to sdl-rule
			move stp-rc(step-slot) to sdl-rc
			move stp-status(step-slot) to sdl-status
			write report-out from step-detail-line after advancing 1 line.
		add 1 to step-slot.

	report-bad-frequency.

		if stp-freq-bad(step-slot) is equal to 1
			move stp-freq-token(step-slot) to bfq-token
			move stp-name(step-slot) to bfq-name
			write report-out from bad-freq-line after advancing 1 line.
		add 1 to step-slot.

	report-not-due-step.

		if stp-due(step-slot) is equal to zero
			move step-slot to ndl-step
			move stp-name(step-slot) to ndl-name
			move stp-freq(step-slot) to ndl-freq
			move stp-note(step-slot) to ndl-note
			write report-out from not-due-line after advancing 1 line.
		add 1 to step-slot.

	write-controller-footer.
		move worst-rc to ftr-worst.
		write report-out from footer-line-steps after advancing 1 line.
		write report-out from footer-line-worst after advancing 1 line.
		move not-due-count to ftr-not-due.
		write report-out from footer-line-not-due after advancing 1 line.
		if restart-mode is equal to 1
			move bypass-count to ftr-bypassed
			write report-out from footer-line-bypassed after advancing 1 line.
