*>--------------------------------------------------------
*>file: capplan.cob
*>description: batch-window capacity planner, run ahead of
*>the night's control-file execution. opstrend.cob says how
*>long the runs took after the morning online day has
*>already collided with them; this job says beforehand. it
*>reads what is queued for tonight -- anything an earlier
*>plan deferred (SIEVE.CONTROL.DEFER) first, so big jobs
*>are not starved behind each night's new work, then
*>SIEVE.CONTROL -- and estimates each entry's elapsed time:
*>
*>  a classic entry at or below mc-ceiling (SIEVE.MASTER.CTL)
*>  is read straight off the master and is nearly free;
*>  any other entry is scaled from the completion rows of
*>  the most similar past runs in SIEVE.AUDIT.ARCH and
*>  SIEVE.AUDIT -- the nearest upperlim of the same kind,
*>  classic or window -- and, with no run of its kind on
*>  record, from the average rate of every run there is.
*>
*>entries are then taken in the order the run will take
*>them -- by priority, 01 first, and within a priority the
*>deferrals ahead of new work, each in file order -- against
*>the window length given on the command line, in minutes.
*>an entry that is held, or whose effective date has not
*>come, will not run tonight, so it costs nothing and stays
*>on SIEVE.CONTROL where sieve.cob leaves it. one that still
*>fits goes on tonight's SIEVE.CONTROL, one that does not is
*>written to SIEVE.CONTROL.DEFER to be planned again the
*>next night, and a later, smaller entry may still fill the
*>room a deferred one left. CAPPLAN.REPORT shows every
*>entry's estimate, its basis and the decision.
*>
*>an entry sieve.cob would reject (not a number, out of
*>range, a bad window) costs nothing and stays on tonight's
*>file, where the run rejects and records it as it always
*>has; department codes are left to the run in the same
*>way. a window missing or not a whole number of minutes
*>completes with 8 and changes nothing; a plan that
*>deferred anything, or estimated anything with no history
*>at all, completes with 4 so somebody reads the report.
*>
*>the planner rewrites SIEVE.CONTROL, so it belongs in the
*>schedule before the control-file run starts. it holds
*>SIEVE.LOCK.CONTROL while it plans -- the lock sieve.cob
*>holds across a control-file pass and ctlmaint.cob takes
*>to maintain the queue -- and while anyone else holds it
*>completes with 8 and changes nothing.
*>--------------------------------------------------------
identification division.
program-id. capplan.
environment division.
input-output section.
file-control.
    select control-file assign to "SIEVE.CONTROL"
        organization is line sequential
        file status is control-file-status.
    select defer-file assign to "SIEVE.CONTROL.DEFER"
        organization is line sequential
        file status is defer-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select audit-arch-file assign to "SIEVE.AUDIT.ARCH"
        organization is line sequential
        file status is audit-arch-status.
    select plan-ctl-file assign to "SIEVE.CONTROL.PLAN"
        organization is line sequential
        file status is plan-ctl-status.
    select plan-defer-file assign to "SIEVE.CONTROL.DEFER.PLAN"
        organization is line sequential
        file status is plan-defer-status.
    select report-file assign to "CAPPLAN.REPORT"
        organization is line sequential
        file status is report-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd control-file.
    copy "ctlentrec.cpy".
fd defer-file.
    01  defer-rec pic x(90).
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd audit-arch-file.
    01  audit-arch-rec pic x(103).
fd plan-ctl-file.
    01  plan-ctl-rec pic x(90).
fd plan-defer-file.
    01  plan-defer-rec pic x(90).
fd report-file.
    01  cp-report-line pic x(100).
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  control-file-status pic x(2).
    88  control-file-ok value '00'.
01  defer-file-status pic x(2).
    88  defer-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  audit-arch-status pic x(2).
    88  audit-arch-ok value '00'.
01  report-file-status pic x(2).
01  plan-ctl-status pic x(2).
    88  plan-ctl-ok value '00'.
01  plan-defer-status pic x(2).
    88  plan-defer-ok value '00'.
01  plan-write-failed pic x(1).
    88  plan-write-has-failed value 'Y'.
01  control-eof pic x(1).
    88  control-at-end value 'Y'.
01  audit-eof pic x(1).
    88  audit-at-end value 'Y'.
01  today-date pic 9(8).
01  parm-from-jcl pic x(10).

*>the window, given in minutes and planned in seconds -- the unit
*>au-elapsed-seconds is journalled in. 9999 minutes is a long
*>holiday weekend.
01  window-minutes pic 9(4).
01  window-seconds pic 9(7).
01  master-ceiling pic 9(10) value 0.
*>what a classic entry the master already covers is charged: the
*>master read and the extract write, never a sieve.
01  master-read-seconds pic 9(3) value 1.

*>tonight's queue, deferrals first. each entry keeps its control
*>record image so it goes back out exactly as it came in. plan-order
*>is the queue in the order the run will take it, by pe-priority.
01  plan-count pic 9(4) usage comp-5 value 0.
01  plan-tbl.
    02  plan-entry occurs 2000 times.
        05  pe-image            pic x(90).
        05  pe-source           pic x(5).
        05  pe-priority         pic 9(2).
        05  pe-waits            pic x(1).
            88  pe-waits-for-later value 'Y'.
        05  pe-kind             pic x(1).
            88  pe-is-classic   value 'C'.
            88  pe-is-window    value 'W'.
            88  pe-is-invalid   value 'X'.
        05  pe-lowerlim         pic 9(10).
        05  pe-upperlim         pic 9(10).
        05  pe-basis            pic x(7).
        05  pe-estimate         pic 9(7).
        05  pe-decision         pic x(8).
            88  pe-runs-tonight value 'TONIGHT'.
01  px pic 9(4) usage comp-5.
01  order-count pic 9(4) usage comp-5 value 0.
01  order-tbl.
    02  po-index pic 9(4) usage comp-5 occurs 2000 times.
01  ox pic 9(4) usage comp-5.
01  oy pic 9(4) usage comp-5.
01  order-placed pic x(1).
    88  order-is-placed value 'Y'.
01  today-text pic x(8).
01  plan-overflow pic x(1) value 'N'.
    88  plan-has-overflowed value 'Y'.
01  entry-source pic x(5).

*>the run history, both trail files, completion rows of successful
*>sieve runs only. hs-work is what the run had to sieve: the upperlim
*>for a classic run, and for a window its span -- which the journal
*>does not carry, so it is recovered from the primes the window
*>produced and the prime-number theorem's density at its top, about
*>one prime in every ln(upperlim) numbers.
01  hist-count pic 9(5) usage comp-5 value 0.
01  hist-tbl.
    02  hist-entry occurs 10000 times.
        05  hs-kind             pic x(1).
        05  hs-upperlim         pic 9(10).
        05  hs-elapsed          pic 9(6).
        05  hs-work             pic 9(12).
01  hx pic 9(5) usage comp-5.
01  hist-overflow pic x(1) value 'N'.
    88  hist-has-overflowed value 'Y'.
01  rate-seconds pic 9(12) value 0.
01  rate-work pic 9(15) value 0.

*>entry parsing, the 2050/2060 edits -----------------------------------
01  entry-value pic x(25).
01  candidate-value pic x(10).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.
01  dash-count pic 9(2).
01  range-work pic x(25).
01  range-part-1 pic x(10).
01  range-part-2 pic x(10).
01  range-part-1-len pic 9(2).
01  range-part-2-len pic 9(2).
01  entry-bad pic x(1).
    88  entry-is-bad value 'Y'.

*>estimating ----------------------------------------------------------
01  entry-work pic 9(12).
01  best-hx pic 9(5) usage comp-5.
01  best-diff pic 9(10).
01  this-diff pic 9(10).
01  estimate-work pic 9(12).

01  planned-seconds pic 9(9) value 0.
01  deferred-seconds pic 9(9) value 0.
01  tonight-count pic 9(4) value 0.
01  deferred-count pic 9(4) value 0.
01  waiting-count pic 9(4) value 0.
01  too-long-count pic 9(4) value 0.
01  no-history-count pic 9(4) value 0.
01  edit-number pic z(9)9.
01  edit-number-2 pic z(9)9.
01  edit-number-3 pic z(9)9.
01  edit-estimate pic z(7)9.
01  edit-cumulative pic z(9)9.

*>report-file-status is checked after every report-file I-O verb -----
01  failing-verb pic x(30).

*>run serialization lock -----------------------------------------------
*>this job writes no audit row, so a lock it dies holding could never
*>be proven stale by 9420 -- every way out releases it, as
*>cataudit.cob's abend path does.
01  lock-file-status pic x(2).
    88  lock-file-ok value '00'.
01  lock-file-name pic x(30).
01  lock-resource pic x(16).
01  lock-timestamp pic x(14).
01  lock-acquired pic x(1).
    88  lock-is-acquired value 'Y'.
01  lock-stale pic x(1).
    88  lock-is-stale value 'Y'.
01  lock-owner-status pic x(9).
01  control-lock-held pic x(1) value 'N'.
    88  control-lock-is-held value 'Y'.

procedure division.
    perform 1000-initialize.
    perform 1500-take-control-lock.
    perform 2000-load-queued-entries.
    perform 2500-order-queued-entries.
    perform 3000-load-run-history.
    perform 4000-plan-the-night.
    perform 5000-write-control-files.
    perform 6000-write-plan-report.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move function current-date(1:8) to today-date.
    move today-date to today-text.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    move 0 to window-minutes.
    if parm-from-jcl is not equal spaces
        and function trim(parm-from-jcl) is numeric
        and function length(function trim(parm-from-jcl)) <= 4
        move function trim(parm-from-jcl) to window-minutes
    end-if.
    if window-minutes = 0
        display 'capplan: give the batch window as a whole number of'
            ' minutes, 1 to 9999.'
        move 8 to return-code
        stop run
    end-if.
    compute window-seconds = window-minutes * 60.

    move 0 to master-ceiling.
    open input master-ctl-file.
    if master-ctl-ok
        read master-ctl-file
            at end continue
            not at end
                if mc-rec-type is equal 'C' and mc-ceiling is numeric
                    move mc-ceiling to master-ceiling
                end-if
        end-read
        close master-ctl-file
    end-if.

*>--------------------------------------------------------------------
*>1500-take-control-lock
*>--------------------------------------------------------------------
1500-take-control-lock.
    move 'CONTROL' to lock-resource.
    move function current-date(1:14) to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        display 'capplan: SIEVE.CONTROL is in use; nothing was'
            ' planned, resubmit when that run completes.'
        move 8 to return-code
        stop run
    end-if.
    set control-lock-is-held to true.

*>--------------------------------------------------------------------
*>2000-load-queued-entries
*>a missing file is an empty one; any other open failure abends here,
*>before a queue that was never read can be planned over. a queue
*>too long to hold is not half-planned: nothing is rewritten and the
*>night runs SIEVE.CONTROL as it stands.
*>--------------------------------------------------------------------
2000-load-queued-entries.
    move 'DEFER' to entry-source.
    open input defer-file.
    if defer-file-ok
        move 'N' to control-eof
        perform until control-at-end
            read defer-file
                at end move 'Y' to control-eof
                not at end
                    move defer-rec to ce-control-entry
                    perform 2100-take-one-entry
            end-read
        end-perform
        close defer-file
    else
        if defer-file-status is not equal '35'
            display 'abend: OPEN INPUT DEFER-FILE failed, status = '
                defer-file-status
            perform 9150-abend-release
        end-if
    end-if.

    move 'NEW' to entry-source.
    open input control-file.
    if control-file-ok
        move 'N' to control-eof
        perform until control-at-end
            read control-file
                at end move 'Y' to control-eof
                not at end perform 2100-take-one-entry
            end-read
        end-perform
        close control-file
    else
        if control-file-status is not equal '35'
            display 'abend: OPEN INPUT CONTROL-FILE failed, status = '
                control-file-status
            perform 9150-abend-release
        end-if
    end-if.

    if plan-has-overflowed
        display 'capplan: more than 2000 entries are queued; nothing'
            ' was planned and SIEVE.CONTROL is unchanged.'
        perform 9480-release-control-lock
        move 8 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>2100-take-one-entry
*>the entry is classified the way 2050-process-control-entry and
*>2060-process-range-entry will classify it tonight, so the planner
*>never charges time for an entry the run is only going to reject.
*>--------------------------------------------------------------------
2100-take-one-entry.
    if ce-control-entry is equal spaces
        exit paragraph
    end-if.
    if plan-count >= 2000
        set plan-has-overflowed to true
        exit paragraph
    end-if.
    add 1 to plan-count.
    move plan-count to px.
    move ce-control-entry to pe-image(px).
    move entry-source to pe-source(px).
    move 0 to pe-lowerlim(px).
    move 0 to pe-upperlim(px).
    move spaces to pe-basis(px).
    move 0 to pe-estimate(px).
    move spaces to pe-decision(px).
    move 'X' to pe-kind(px).

    *>the same priority and effective-date reading 2015 in sieve.cob
    *>gives the entry.
    move 50 to pe-priority(px).
    if ce-priority is numeric and ce-priority is not equal '00'
        move ce-priority to pe-priority(px)
    end-if.
    move 'N' to pe-waits(px).
    if ce-entry-held
        move 'Y' to pe-waits(px)
        move 'HELD' to pe-decision(px)
    end-if.
    if not ce-entry-held and ce-effective-date is not equal spaces
        and (ce-effective-date is not numeric
            or ce-effective-date > today-text)
        move 'Y' to pe-waits(px)
        move 'FUTURE' to pe-decision(px)
    end-if.

    move ce-entry-value to entry-value.
    move 0 to dash-count.
    inspect entry-value tallying dash-count for all '-'.
    if dash-count > 0
        perform 2200-classify-range-entry
    else
        move entry-value to candidate-value
        if entry-value(11:15) is not equal spaces
            move 'N' to value-is-numeric
        else
            perform 9210-validate-candidate-value
        end-if
        if value-is-valid
            move candidate-value to pe-upperlim(px)
            if pe-upperlim(px) >= 2 and pe-upperlim(px) <= 99999999
                move 'C' to pe-kind(px)
            end-if
        end-if
    end-if.

*>--------------------------------------------------------------------
*>2200-classify-range-entry
*>--------------------------------------------------------------------
2200-classify-range-entry.
    move 'N' to entry-bad.
    move spaces to range-part-1.
    move spaces to range-part-2.
    move 0 to range-part-1-len.
    move 0 to range-part-2-len.
    move function trim(entry-value) to range-work.
    unstring range-work delimited by '-' or all space
        into range-part-1 count in range-part-1-len
             range-part-2 count in range-part-2-len
    end-unstring.

    if dash-count not = 1
        or range-part-1-len = 0 or range-part-1-len > 10
        or range-part-2-len = 0 or range-part-2-len > 10
        set entry-is-bad to true
    else
        move range-part-1 to candidate-value
        perform 9210-validate-candidate-value
        if value-is-valid
            move candidate-value to pe-lowerlim(px)
        else
            set entry-is-bad to true
        end-if
        move range-part-2 to candidate-value
        perform 9210-validate-candidate-value
        if value-is-valid
            move candidate-value to pe-upperlim(px)
        else
            set entry-is-bad to true
        end-if
    end-if.

    if not entry-is-bad
        and pe-lowerlim(px) >= 2
        and pe-upperlim(px) > pe-lowerlim(px)
        move 'W' to pe-kind(px)
    end-if.

*>--------------------------------------------------------------------
*>2500-order-queued-entries
*>by priority, each entry inserted after every one already placed at
*>its own priority -- the order 2020 in sieve.cob runs them in.
*>--------------------------------------------------------------------
2500-order-queued-entries.
    move 0 to order-count.
    perform varying px from 1 by 1 until px > plan-count
        move order-count to oy
        add 1 to order-count
        move 'N' to order-placed
        perform until oy = 0 or order-is-placed
            if pe-priority(po-index(oy)) > pe-priority(px)
                move po-index(oy) to po-index(oy + 1)
                subtract 1 from oy
            else
                set order-is-placed to true
            end-if
        end-perform
        move px to po-index(oy + 1)
    end-perform.

*>--------------------------------------------------------------------
*>3000-load-run-history
*>the archive first and the live trail after it, as opstrend.cob reads
*>them, so the table runs oldest to newest and a tie in 4200 goes to
*>the newer run. only a finished, successful sieve run says how long
*>a sieve takes: a FAILED row's seconds stop wherever it died, and a
*>goldbach or inquiry row times other work.
*>--------------------------------------------------------------------
3000-load-run-history.
    open input audit-arch-file.
    if audit-arch-ok
        move 'N' to audit-eof
        perform until audit-at-end
            read audit-arch-file
                at end move 'Y' to audit-eof
                not at end
                    move audit-arch-rec to au-audit-rec
                    perform 3100-take-one-history-row
            end-read
        end-perform
        close audit-arch-file
    end-if.

    open input audit-file.
    if audit-file-ok
        move 'N' to audit-eof
        perform until audit-at-end
            read audit-file
                at end move 'Y' to audit-eof
                not at end perform 3100-take-one-history-row
            end-read
        end-perform
        close audit-file
    end-if.

*>--------------------------------------------------------------------
*>3100-take-one-history-row
*>--------------------------------------------------------------------
3100-take-one-history-row.
    if au-status is not equal 'SUCCESS'
        and au-status is not equal 'SUCCESS-W'
        exit paragraph
    end-if.
    if au-outfile-name is not equal 'output.txt'
        and au-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    if au-upperlim is not numeric or au-elapsed-seconds is not numeric
        or au-prime-count is not numeric
        exit paragraph
    end-if.
    if au-upperlim < 2
        exit paragraph
    end-if.
    if hist-count >= 10000
        set hist-has-overflowed to true
        exit paragraph
    end-if.

    add 1 to hist-count.
    move au-upperlim to hs-upperlim(hist-count).
    move au-elapsed-seconds to hs-elapsed(hist-count).
    if au-status is equal 'SUCCESS'
        move 'C' to hs-kind(hist-count)
        move au-upperlim to hs-work(hist-count)
    else
        move 'W' to hs-kind(hist-count)
        compute hs-work(hist-count) rounded =
            au-prime-count * function log(au-upperlim)
    end-if.

    if hs-work(hist-count) > 0
        add hs-elapsed(hist-count) to rate-seconds
        add hs-work(hist-count) to rate-work
    end-if.

*>--------------------------------------------------------------------
*>4000-plan-the-night / 4050-place-one-entry
*>first fit, in run order: each entry is checked against the room
*>left after everything already placed tonight. an entry waiting for
*>a later night is neither estimated nor placed.
*>--------------------------------------------------------------------
4000-plan-the-night.
    perform varying ox from 1 by 1 until ox > order-count
        move po-index(ox) to px
        if pe-waits-for-later(px)
            add 1 to waiting-count
        else
            perform 4050-place-one-entry
        end-if
    end-perform.

4050-place-one-entry.
    perform 4100-estimate-one-entry.
    if pe-estimate(px) > window-seconds
        add 1 to too-long-count
    end-if.
    if planned-seconds + pe-estimate(px) <= window-seconds
        move 'TONIGHT' to pe-decision(px)
        add pe-estimate(px) to planned-seconds
        add 1 to tonight-count
    else
        move 'DEFERRED' to pe-decision(px)
        add pe-estimate(px) to deferred-seconds
        add 1 to deferred-count
    end-if.

*>--------------------------------------------------------------------
*>4100-estimate-one-entry
*>a window is always sieved, however much of it the master already
*>holds -- 2150 builds base primes and sieves every segment -- so
*>only a classic entry gets the master's shortcut.
*>--------------------------------------------------------------------
4100-estimate-one-entry.
    evaluate true
        when pe-is-invalid(px)
            move 'REJECT' to pe-basis(px)
            move 0 to pe-estimate(px)
            exit paragraph
        when pe-is-classic(px)
            if pe-upperlim(px) <= master-ceiling
                move 'MASTER' to pe-basis(px)
                move master-read-seconds to pe-estimate(px)
                exit paragraph
            end-if
            move pe-upperlim(px) to entry-work
        when pe-is-window(px)
            compute entry-work =
                pe-upperlim(px) - pe-lowerlim(px) + 1
    end-evaluate.

    perform 4200-find-similar-run.
    if best-hx > 0
        move 'HISTORY' to pe-basis(px)
        compute estimate-work rounded =
            hs-elapsed(best-hx) * entry-work / hs-work(best-hx)
    else
        if rate-work > 0
            move 'RATE' to pe-basis(px)
            compute estimate-work rounded =
                rate-seconds * entry-work / rate-work
        else
            move 'NONE' to pe-basis(px)
            move 0 to estimate-work
            add 1 to no-history-count
        end-if
    end-if.

    *>nothing that has to sieve is free, and an estimate past the
    *>field is past any window anyway.
    if estimate-work < 1 and not pe-basis(px) = 'NONE'
        move 1 to estimate-work
    end-if.
    if estimate-work > 9999999
        move 9999999 to estimate-work
    end-if.
    move estimate-work to pe-estimate(px).

*>--------------------------------------------------------------------
*>4200-find-similar-run
*>the past run of the same kind whose upperlim is nearest this
*>entry's, the newer one on a tie. a classic run's history row
*>carries its full upperlim as its work, though a run above the
*>master ceiling at the time only sieved past it -- so the scaled
*>estimate leans long, which is the safe side of a window.
*>--------------------------------------------------------------------
4200-find-similar-run.
    move 0 to best-hx.
    move 9999999999 to best-diff.
    perform varying hx from 1 by 1 until hx > hist-count
        if hs-kind(hx) is equal pe-kind(px) and hs-work(hx) > 0
            if hs-upperlim(hx) > pe-upperlim(px)
                compute this-diff = hs-upperlim(hx) - pe-upperlim(px)
            else
                compute this-diff = pe-upperlim(px) - hs-upperlim(hx)
            end-if
            if this-diff <= best-diff
                move this-diff to best-diff
                move hx to best-hx
            end-if
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>5000-write-control-files
*>tonight's SIEVE.CONTROL and the deferrals are both written whole
*>from the table, in run order; the deferral file read at the start
*>is replaced by what is still deferred now. an entry waiting for a
*>later night goes back on SIEVE.CONTROL, which is where the run
*>leaves it.
*>
*>both are built first on SIEVE.CONTROL.PLAN and
*>SIEVE.CONTROL.DEFER.PLAN, so a failure there abends with the live
*>files untouched; only then are they copied back (5100/5200), and
*>the plan files removed once both copies are written clean.
*>--------------------------------------------------------------------
5000-write-control-files.
    move 'N' to plan-write-failed.
    open output plan-ctl-file.
    if not plan-ctl-ok
        perform 5090-abend-plan-not-written
    end-if.
    open output plan-defer-file.
    if not plan-defer-ok
        perform 5090-abend-plan-not-written
    end-if.

    perform varying ox from 1 by 1
        until ox > order-count or plan-write-has-failed
        move po-index(ox) to px
        if pe-runs-tonight(px) or pe-waits-for-later(px)
            move pe-image(px) to plan-ctl-rec
            write plan-ctl-rec
            if not plan-ctl-ok
                set plan-write-has-failed to true
            end-if
        else
            move pe-image(px) to plan-defer-rec
            write plan-defer-rec
            if not plan-defer-ok
                set plan-write-has-failed to true
            end-if
        end-if
    end-perform.
    if plan-write-has-failed
        perform 5090-abend-plan-not-written
    end-if.

    close plan-ctl-file.
    if not plan-ctl-ok
        perform 5090-abend-plan-not-written
    end-if.
    close plan-defer-file.
    if not plan-defer-ok
        perform 5090-abend-plan-not-written
    end-if.

    perform 5100-copy-back-control.
    perform 5200-copy-back-deferrals.
    delete file plan-ctl-file.
    delete file plan-defer-file.

*>--------------------------------------------------------------------
*>5090-abend-plan-not-written
*>--------------------------------------------------------------------
5090-abend-plan-not-written.
    display 'abend: the plan could not be written (status '
        plan-ctl-status '/' plan-defer-status '); SIEVE.CONTROL and'
        ' SIEVE.CONTROL.DEFER are unchanged.'.
    perform 9150-abend-release.

*>--------------------------------------------------------------------
*>5100-copy-back-control / 5200-copy-back-deferrals
*>a copy that fails part way leaves its live file short; the plan
*>files are kept and 5190 says which to copy over which by hand.
*>--------------------------------------------------------------------
5100-copy-back-control.
    open input plan-ctl-file.
    if not plan-ctl-ok
        perform 5190-abend-plan-half-copied
    end-if.
    open output control-file.
    if not control-file-ok
        perform 5190-abend-plan-half-copied
    end-if.
    move 'N' to control-eof.
    perform until control-at-end or plan-write-has-failed
        read plan-ctl-file
            at end move 'Y' to control-eof
            not at end
                move plan-ctl-rec to ce-control-entry
                write ce-control-entry
                if not control-file-ok
                    set plan-write-has-failed to true
                end-if
        end-read
    end-perform.
    close plan-ctl-file.
    if plan-write-has-failed
        perform 5190-abend-plan-half-copied
    end-if.
    close control-file.
    if not control-file-ok
        perform 5190-abend-plan-half-copied
    end-if.

5200-copy-back-deferrals.
    open input plan-defer-file.
    if not plan-defer-ok
        perform 5190-abend-plan-half-copied
    end-if.
    open output defer-file.
    if not defer-file-ok
        perform 5190-abend-plan-half-copied
    end-if.
    move 'N' to control-eof.
    perform until control-at-end or plan-write-has-failed
        read plan-defer-file
            at end move 'Y' to control-eof
            not at end
                move plan-defer-rec to defer-rec
                write defer-rec
                if not defer-file-ok
                    set plan-write-has-failed to true
                end-if
        end-read
    end-perform.
    close plan-defer-file.
    if plan-write-has-failed
        perform 5190-abend-plan-half-copied
    end-if.
    close defer-file.
    if not defer-file-ok
        perform 5190-abend-plan-half-copied
    end-if.

*>--------------------------------------------------------------------
*>5190-abend-plan-half-copied
*>--------------------------------------------------------------------
5190-abend-plan-half-copied.
    display 'abend: the plan could not be copied back (status '
        control-file-status '/' defer-file-status '); copy'
        ' SIEVE.CONTROL.PLAN over SIEVE.CONTROL and'
        ' SIEVE.CONTROL.DEFER.PLAN over SIEVE.CONTROL.DEFER before'
        ' the night runs.'.
    perform 9150-abend-release.

*>--------------------------------------------------------------------
*>6000-write-plan-report
*>--------------------------------------------------------------------
6000-write-plan-report.
    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move window-minutes to edit-number.
    move window-seconds to edit-number-2.
    move master-ceiling to edit-number-3.
    move spaces to cp-report-line.
    string 'batch window plan, run ' today-date ': window '
        function trim(edit-number) ' minute(s) ('
        function trim(edit-number-2) ' seconds), master ceiling '
        function trim(edit-number-3)
        delimited by size into cp-report-line.
    perform 5900-write-report-line.

    move spaces to cp-report-line.
    string 'from   entry                      dept    pri  basis    '
        'est secs  cumulative  decision'
        delimited by size into cp-report-line.
    perform 5900-write-report-line.

    move 0 to estimate-work.
    perform varying ox from 1 by 1 until ox > order-count
        move po-index(ox) to px
        perform 6100-write-one-entry-line
    end-perform.

    if plan-count = 0
        move 'nothing is queued for tonight.' to cp-report-line
        perform 5900-write-report-line
    end-if.

    move tonight-count to edit-number.
    move planned-seconds to edit-number-2.
    move window-seconds to edit-number-3.
    move spaces to cp-report-line.
    string 'tonight: ' function trim(edit-number)
        ' entr(ies), estimated ' function trim(edit-number-2)
        ' of ' function trim(edit-number-3) ' second(s)'
        delimited by size into cp-report-line.
    perform 5900-write-report-line.

    move deferred-count to edit-number.
    move deferred-seconds to edit-number-2.
    move spaces to cp-report-line.
    string 'deferred to SIEVE.CONTROL.DEFER: ' function trim(edit-number)
        ' entr(ies), estimated ' function trim(edit-number-2)
        ' second(s)'
        delimited by size into cp-report-line.
    perform 5900-write-report-line.

    if waiting-count > 0
        move waiting-count to edit-number
        move spaces to cp-report-line
        string 'held or not yet effective, left on SIEVE.CONTROL: '
            function trim(edit-number) ' entr(ies)'
            delimited by size into cp-report-line
        perform 5900-write-report-line
    end-if.

    if too-long-count > 0
        move too-long-count to edit-number
        move spaces to cp-report-line
        string function trim(edit-number)
            ' entr(ies) will not fit any window this long;'
            ' plan them into a longer one.'
            delimited by size into cp-report-line
        perform 5900-write-report-line
    end-if.
    if no-history-count > 0
        move no-history-count to edit-number
        move spaces to cp-report-line
        string function trim(edit-number)
            ' entr(ies) estimated at 0 -- there is no successful run'
            ' on record to scale from.'
            delimited by size into cp-report-line
        perform 5900-write-report-line
    end-if.
    if hist-has-overflowed
        move 'the run history exceeds 10000 rows; only the oldest'
            & ' 10000 were used.' to cp-report-line
        perform 5900-write-report-line
    end-if.

    close report-file.

*>--------------------------------------------------------------------
*>6100-write-one-entry-line
*>the cumulative column is tonight's running total; a deferred entry
*>does not add to it.
*>--------------------------------------------------------------------
6100-write-one-entry-line.
    if pe-runs-tonight(px)
        add pe-estimate(px) to estimate-work
    end-if.
    move pe-image(px) to ce-control-entry.
    move pe-estimate(px) to edit-estimate.
    move estimate-work to edit-cumulative.
    move spaces to cp-report-line.
    string pe-source(px) '  ' ce-entry-value '  ' ce-dept-code '  '
        pe-priority(px) '   ' pe-basis(px) '  ' edit-estimate '  '
        edit-cumulative '  ' pe-decision(px)
        delimited by size into cp-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write cp-report-line.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    perform 9480-release-control-lock.
    move tonight-count to edit-number.
    move deferred-count to edit-number-2.
    display 'capplan: ' function trim(edit-number)
        ' entr(ies) planned for tonight, ' function trim(edit-number-2)
        ' deferred, see CAPPLAN.REPORT.'.

    if deferred-count > 0 or no-history-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report status = ' report-file-status
        perform 9150-abend-release
    end-if.

*>--------------------------------------------------------------------
*>9150-abend-release
*>the lock goes back before the abend completes -- see the
*>control-lock-held note in working-storage.
*>--------------------------------------------------------------------
9150-abend-release.
    perform 9480-release-control-lock.
    move 12 to return-code.
    stop run.

*>--------------------------------------------------------------------
*>9210-validate-candidate-value
*>--------------------------------------------------------------------
9210-validate-candidate-value.
    move 'Y' to value-is-numeric.
    compute numeric-check = function test-numval(candidate-value).
    if numeric-check is not equal 0
        move 'N' to value-is-numeric
    else
        move 0 to dot-count
        inspect candidate-value tallying dot-count for all '.'
        if dot-count > 0
            move 'N' to value-is-numeric
        end-if
    end-if.

*>--------------------------------------------------------------------
*>9400-take-lock
*>the same lock protocol 9400 in sieve.cob follows: a missing or
*>empty SIEVE.LOCK.<resource> is released, a record in it belongs to
*>its writer until the audit trail proves that run ended.
*>--------------------------------------------------------------------
9400-take-lock.
    move 'N' to lock-acquired.
    move spaces to lock-file-name.
    string 'SIEVE.LOCK.' function trim(lock-resource)
        delimited by size into lock-file-name.

    open input lock-file.
    if lock-file-status is equal '35'
        perform 9430-write-lock-record
        exit paragraph
    end-if.
    if not lock-file-ok
        display 'capplan: could not examine '
            function trim(lock-file-name) ', status = '
            lock-file-status
        exit paragraph
    end-if.
    read lock-file
        at end
            close lock-file
            perform 9430-write-lock-record
        not at end
            close lock-file
            perform 9420-check-lock-stale
            if lock-is-stale
                perform 9430-write-lock-record
            else
                display 'capplan: ' function trim(lock-resource)
                    ' is held by ' function trim(lk-owner)
                    ' since ' lk-run-timestamp '; wait for that'
                    ' run to finish or clear its lock by hand.'
            end-if
    end-read.

*>--------------------------------------------------------------------
*>9420-check-lock-stale
*>a lock is dead once the run it names has journalled SUCCESS or
*>FAILED (either flavour) in SIEVE.AUDIT.
*>SIEVE.LOCK.CONTROL is never judged this way: it carries the
*>control-file pass's start second, which the first entry the pass
*>runs usually journals SUCCESS under long before the pass is done.
*>a CONTROL lock with a record in it stays live until it is released
*>or cleared by hand.
*>--------------------------------------------------------------------
9420-check-lock-stale.
    move 'N' to lock-stale.
    move spaces to lock-owner-status.
    if lock-resource is equal 'CONTROL'
        exit paragraph
    end-if.
    open input audit-file.
    if not audit-file-ok
        exit paragraph
    end-if.
    move 'N' to audit-eof.
    perform until audit-at-end
        read audit-file
            at end move 'Y' to audit-eof
            not at end
                if au-run-timestamp is equal lk-run-timestamp
                    move au-status to lock-owner-status
                end-if
        end-read
    end-perform.
    close audit-file.

    if lock-owner-status is equal 'SUCCESS'
        or lock-owner-status is equal 'FAILED'
        or lock-owner-status is equal 'SUCCESS-W'
        or lock-owner-status is equal 'FAILED-W'
        set lock-is-stale to true
        display 'capplan: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'capplan' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'capplan: could not write '
            function trim(lock-file-name) ', status = '
            lock-file-status
    end-if.

*>--------------------------------------------------------------------
*>9450-release-lock
*>--------------------------------------------------------------------
9450-release-lock.
    move spaces to lock-file-name.
    string 'SIEVE.LOCK.' function trim(lock-resource)
        delimited by size into lock-file-name.
    open output lock-file.
    if lock-file-ok
        close lock-file
    end-if.

*>--------------------------------------------------------------------
*>9480-release-control-lock
*>--------------------------------------------------------------------
9480-release-control-lock.
    if control-lock-is-held
        move 'CONTROL' to lock-resource
        perform 9450-release-lock
        move 'N' to control-lock-held
    end-if.
