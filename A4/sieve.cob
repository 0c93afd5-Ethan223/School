    select control-file assign to "SIEVE.CONTROL"
        organization is line sequential
        file status is control-file-status.
    select control-work-file assign to "SIEVE.CONTROL.WORK"
        organization is line sequential
        file status is control-work-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
    select catalog-file assign to "SIEVE.CATALOG"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is catalog-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select window-trim-file assign to "SIEVE.WINDOW.TRIM"
        organization is line sequential
        file status is window-trim-status.
    select dept-file assign to "SIEVE.DEPT"
        organization is line sequential
        file status is dept-file-status.
    select retain-file assign to "SIEVE.RETAIN"
        organization is line sequential
        file status is retain-file-status.
    select gen-cat-file assign to "SIEVE.GENCAT"
        organization is line sequential
        file status is gen-cat-status.
    select gen-master-file assign to dynamic gen-master-file-name
        organization is line sequential
        file status is gen-master-status.
    select gen-ctl-file assign to dynamic gen-ctl-file-name
        organization is line sequential
        file status is gen-ctl-status.
data division.
file section.
fd standard-input.
fd reject-log.
    copy "rejectrec.cpy".
fd control-file.
    copy "ctlentrec.cpy".
fd control-work-file.
    01  control-work-rec pic x(90).
fd dept-file.
    copy "deptrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd disposition-file.
    copy "primeidxrec.cpy".
fd master-file.
    copy "masteridxrec.cpy".
fd catalog-file.
    copy "catalogrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd restart-file.
    copy "rangeckptrec.cpy".
fd window-trim-file.
    01  trim-record pic x(49).
fd retain-file.
    copy "retainrec.cpy".
fd gen-cat-file.
    copy "gencatrec.cpy".
fd gen-master-file.
    01  gen-master-image pic x(20).
fd gen-ctl-file.
    01  gen-ctl-image pic x(11).
working-storage section.
01  fscode pic 9(2).
01  upperlim pic S9(10).
    88  control-file-ok value '00'.
01  control-eof pic x(1).
    88  control-at-end value 'Y'.
*>the entry itself, lifted out of ce-control-entry so every message,
*>edit and disposition below sees the same 25 bytes it always did.
01  control-file-record pic x(25).
*>initialized so the single-run path (which never touches 2000's own
*>reset) strings a clean 0000 into the run id instead of garbage.
01  control-run-seq pic 9(4) value 0.

*>the night's queue ---------------------------------------------------
*>an entry runs when it is released and its effective date has come,
*>in priority order (01 first, file order within a priority); a held
*>or future-dated entry is left on SIEVE.CONTROL for a later night,
*>and everything that ran is taken off it (see ctlentrec.cpy and
*>ctlmaint.cob). 2000 entries is the most capplan.cob will plan; any
*>past that, and anything queued on the file while the pass was
*>running, is simply kept for the next night. an entry with an
*>effective date that is not a date is kept too, and counted as a
*>skip so somebody corrects it.
01  control-work-status pic x(2).
    88  control-work-ok value '00'.
01  control-today pic x(8).
01  queue-count pic 9(4) usage comp-5 value 0.
01  queue-read-count pic 9(6) value 0.
01  queue-tbl.
    02  queue-entry occurs 2000 times.
        05  qe-image            pic x(90).
        05  qe-priority         pic 9(2).
        05  qe-tonight          pic x(1).
            88  qe-runs-tonight value 'Y'.
01  order-count pic 9(4) usage comp-5 value 0.
01  order-tbl.
    02  qo-index pic 9(4) usage comp-5 occurs 2000 times.
01  qx pic 9(4) usage comp-5.
01  qy pic 9(4) usage comp-5.
01  order-placed pic x(1).
    88  order-is-placed value 'Y'.
01  held-count pic 9(4) value 0.
01  future-count pic 9(4) value 0.
01  edit-held pic z(3)9.
01  edit-future pic z(3)9.
01  control-keep-failed pic x(1).
    88  control-keep-has-failed value 'Y'.
*>SIEVE.LOCK.CONTROL is held from the queue being read until it is
*>rewritten, so ctlmaint.cob and capplan.cob -- which take the same
*>lock -- cannot change the file under the pass. 9420 never calls
*>this lock stale, so a pass killed too hard to release it leaves it
*>for the operator to clear by hand.
01  control-lock-held pic x(1) value 'N'.
    88  control-lock-is-held value 'Y'.

*>scheduler-grade completion reporting ---------------------------------
*>the job used to end looking fully successful whatever happened: the
*>abend path stopped with a bare DISPLAY and control-file mode skipped
    88  disp-file-is-open value 'Y'.
01  entries-skipped pic 9(4) value 0.

*>requester identification ---------------------------------------------
*>every control-file entry names the department that asked for it, and
*>the code has to be on SIEVE.DEPT as active before the entry runs --
*>finance bills the compute time back by it, and a run nobody can be
*>billed for is one nobody should have been able to ask for. the
*>active codes are loaded once per control-file pass. dept-code rides
*>into the entry's audit rows and disposition; it stays spaces on the
*>PARM / parm-file / prompt path, which is operator work and not
*>charged to anyone.
01  dept-file-status pic x(2).
    88  dept-file-ok value '00'.
01  dept-eof pic x(1).
    88  dept-at-end value 'Y'.
01  dept-count pic 9(3) usage comp-5 value 0.
01  dept-tbl.
    02  dept-tbl-code pic x(6) occurs 500 times.
01  dx pic 9(3) usage comp-5.
01  dept-code pic x(6) value spaces.
01  dept-known pic x(1).
    88  dept-is-known value 'Y'.

*>range mode: sieve an arbitrary lower..upper window -------------------
*>a control-file entry of the form lower-upper (two integers joined by
*>a dash) asks for just that window instead of everything from 2 up.
01  ms-ceil-work pic 9(18) usage comp-5.
01  ms-ceil-quot pic 9(18) usage comp-5.

*>master generations ----------------------------------------------------
*>a merge used to overwrite the only copy of the master there was: a
*>bad one left nothing to go back to but a full rebuild off whatever
*>extract houskeep had not yet aged off. 3820 now copies SIEVE.MASTER
*>and SIEVE.MASTER.CTL, row for row, to SIEVE.MASTER.Gnnnn and
*>SIEVE.MASTER.CTL.Gnnnn before the first write and catalogs the copy
*>on SIEVE.GENCAT (gencatrec.cpy); MASTROLL puts one back. a master
*>that cannot be copied is not merged into -- the ceiling stands, the
*>same warning-not-abend treatment any other master problem gets.
*>only the newest rt-keep-generations copies are kept. the catalog is
*>held as record images and rewritten whole, the way houskeep.cob
*>rewrites the audit trail; 1000 rows is past the largest retention
*>the parameter can ask for, so an overlong catalog just has its
*>oldest rows pruned on load.
01  retain-file-status pic x(2).
    88  retain-file-ok value '00'.
01  gen-cat-status pic x(2).
    88  gen-cat-ok value '00'.
01  gen-master-status pic x(2).
    88  gen-master-ok value '00'.
    88  gen-master-not-found value '35'.
01  gen-ctl-status pic x(2).
    88  gen-ctl-ok value '00'.
    88  gen-ctl-not-found value '35'.
01  gen-master-file-name pic x(30).
01  gen-ctl-file-name pic x(30).
01  keep-generations pic 9(3).
01  gen-cat-count pic 9(4) usage comp-5.
01  gen-cat-tbl.
    02  gen-cat-image pic x(81) occurs 1000 times.
01  gx pic 9(4) usage comp-5.
01  gen-drop-count pic 9(4) usage comp-5.
01  gen-cat-eof pic x(1).
    88  gen-cat-at-end value 'Y'.
01  gen-number pic 9(4).
01  gen-row-count pic 9(10).
01  gen-old-ceiling pic 9(10).
01  gen-timestamp pic x(14).
01  generation-taken pic x(1).
    88  generation-is-taken value 'Y'.
01  generation-failed pic x(1).
    88  generation-has-failed value 'Y'.
01  gen-cat-work pic x(81).

*>what the stats density line divides by: the full upper limit for a
*>classic run, the window span for a range run -- primes per 10000 of
*>what was actually sieved either way.
01  index-file-opened pic x(1) value 'N'.
    88  index-file-is-opened value 'Y'.

*>artifact catalog -------------------------------------------------------
*>each artifact a request writes is read back once it is closed and
*>registered on SIEVE.CATALOG (catalogrec.cpy) under the run id, so
*>the catalog audit job can later tell a file that was edited,
*>re-totalled or swapped from the one this run actually wrote. like
*>the indexed twin, the catalog is not the primary deliverable: a
*>registration that fails is reported, never abended.
01  catalog-file-status pic x(2).
01  catalog-timestamp pic x(14).
01  artifact-name pic x(20).
01  artifact-kind pic x(8).
01  artifact-status pic x(2).
01  artifact-eof pic x(1).
    88  artifact-at-end value 'Y'.
01  artifact-record-count pic 9(10).
01  artifact-hash-total pic 9(18).
01  artifact-first-prime pic 9(10).
01  artifact-last-prime pic 9(10).
01  artifact-value pic 9(18).
01  artifact-figure-check pic 9(2).

*>fscode is checked after every outfile I-O verb -----------------------
01  failing-verb pic x(30).

        close control-file
    end-if.

*>--------------------------------------------------------------------
*>1400-load-department-master
*>the active codes off SIEVE.DEPT. a missing master leaves the table
*>empty, so every entry is rejected -- loudly, since that is a night
*>with nothing run.
*>--------------------------------------------------------------------
1400-load-department-master.
    move 0 to dept-count.
    open input dept-file.
    if not dept-file-ok
        display 'warning: could not open SIEVE.DEPT, status = '
            dept-file-status '; every entry will be rejected.'
        exit paragraph
    end-if.
    move 'N' to dept-eof.
    perform until dept-at-end
        read dept-file
            at end move 'Y' to dept-eof
            not at end
                if dm-dept-active and dm-dept-code is not equal spaces
                    and dept-count < 500
                    add 1 to dept-count
                    move dm-dept-code to dept-tbl-code(dept-count)
                end-if
        end-read
    end-perform.
    close dept-file.

*>--------------------------------------------------------------------
*>2000-process-control-file
*>one output file per control-file entry, produced in a single
*>execution instead of re-launching sieve.cob per upperlim. the
*>queue is read whole first, so the entries can run in priority
*>order; the file is rewritten only once the pass is done, so a pass
*>that abends leaves SIEVE.CONTROL exactly as it was for the rerun.
*>--------------------------------------------------------------------
2000-process-control-file.
    move 0 to control-run-seq.
    move 0 to entries-skipped.
    move function current-date(1:14) to lock-timestamp.
    move 'CONTROL' to lock-resource.
    perform 9400-take-lock.
    if not lock-is-acquired
        perform 9460-bail-on-held-lock
    end-if.
    set control-lock-is-held to true.
    perform 1400-load-department-master.
    perform 2010-load-control-queue.
    perform 2020-order-control-queue.

    move 'N' to disp-file-open.
    open output disposition-file.
            disp-file-status
    end-if.

    perform varying qx from 1 by 1 until qx > order-count
        move qe-image(qo-index(qx)) to ce-control-entry
        perform 2050-process-control-entry
    end-perform.

    if disp-file-is-open
        close disposition-file
        move 'N' to disp-file-open
    end-if.

    perform 2030-keep-waiting-entries.
    perform 9480-release-control-lock.

    if held-count > 0 or future-count > 0
        move held-count to edit-held
        move future-count to edit-future
        display 'sieve: ' function trim(edit-held) ' held and '
            function trim(edit-future) ' future-dated entr(ies) left'
            ' on SIEVE.CONTROL for a later night.'
    end-if.

    if entries-skipped > 0
        move 4 to return-code
    end-if.

*>--------------------------------------------------------------------
*>2010-load-control-queue
*>--------------------------------------------------------------------
2010-load-control-queue.
    move function current-date(1:8) to control-today.
    move 0 to queue-count.
    move 0 to queue-read-count.
    move 0 to held-count.
    move 0 to future-count.
    open input control-file.
    move 'N' to control-eof.
    perform until control-at-end or queue-count >= 2000
        read control-file
            at end move 'Y' to control-eof
            not at end perform 2015-take-queue-entry
        end-read
    end-perform.
    close control-file.

*>--------------------------------------------------------------------
*>2015-take-queue-entry
*>--------------------------------------------------------------------
2015-take-queue-entry.
    add 1 to queue-read-count.
    add 1 to queue-count.
    move queue-count to qx.
    move ce-control-entry to qe-image(qx).
    move 'Y' to qe-tonight(qx).
    move 50 to qe-priority(qx).
    if ce-priority is numeric and ce-priority is not equal '00'
        move ce-priority to qe-priority(qx)
    end-if.

    evaluate true
        when ce-entry-held
            move 'N' to qe-tonight(qx)
            add 1 to held-count
        when ce-effective-date is equal spaces
            continue
        when ce-effective-date is not numeric
            move 'N' to qe-tonight(qx)
            add 1 to entries-skipped
            display 'sieve: control file entry "' ce-entry-value
                '" has effective date "' ce-effective-date
                '", which is not a date; left on SIEVE.CONTROL.'
        when ce-effective-date > control-today
            move 'N' to qe-tonight(qx)
            add 1 to future-count
    end-evaluate.

*>--------------------------------------------------------------------
*>2020-order-control-queue / 2025-insert-in-order
*>tonight's entries by priority, each one inserted after every entry
*>already placed at its own priority, so file order stands within a
*>priority.
*>--------------------------------------------------------------------
2020-order-control-queue.
    move 0 to order-count.
    perform varying qx from 1 by 1 until qx > queue-count
        if qe-runs-tonight(qx)
            perform 2025-insert-in-order
        end-if
    end-perform.

2025-insert-in-order.
    move order-count to qy.
    add 1 to order-count.
    move 'N' to order-placed.
    perform until qy = 0 or order-is-placed
        if qe-priority(qo-index(qy)) > qe-priority(qx)
            move qo-index(qy) to qo-index(qy + 1)
            subtract 1 from qy
        else
            set order-is-placed to true
        end-if
    end-perform.
    move qx to qo-index(qy + 1).

*>--------------------------------------------------------------------
*>2030-keep-waiting-entries
*>SIEVE.CONTROL becomes what did not run: the waiting entries in
*>their file order, then whatever is on the file past the entries
*>this pass read -- queued while it ran, or past the table. it is
*>built whole on SIEVE.CONTROL.WORK before SIEVE.CONTROL is touched,
*>and the work file is removed only once the copy back has been
*>written clean; any failure keeps it for recovery (2038/2039).
*>--------------------------------------------------------------------
2030-keep-waiting-entries.
    move 'N' to control-keep-failed.
    open output control-work-file.
    if not control-work-ok
        perform 2039-warn-control-not-updated
        exit paragraph
    end-if.
    perform varying qx from 1 by 1
        until qx > queue-count or control-keep-has-failed
        if not qe-runs-tonight(qx)
            move qe-image(qx) to control-work-rec
            write control-work-rec
            if not control-work-ok
                set control-keep-has-failed to true
            end-if
        end-if
    end-perform.

    if not control-keep-has-failed
        open input control-file
        if control-file-ok
            move 'N' to control-eof
            perform until control-at-end or control-keep-has-failed
                read control-file
                    at end move 'Y' to control-eof
                    not at end perform 2035-copy-late-entry
                end-read
            end-perform
            close control-file
        end-if
    end-if.
    close control-work-file.
    if control-keep-has-failed
        perform 2039-warn-control-not-updated
        exit paragraph
    end-if.

    open input control-work-file.
    if not control-work-ok
        perform 2039-warn-control-not-updated
        exit paragraph
    end-if.
    open output control-file.
    if not control-file-ok
        close control-work-file
        perform 2039-warn-control-not-updated
        exit paragraph
    end-if.
    move 'N' to control-eof.
    perform until control-at-end or control-keep-has-failed
        read control-work-file
            at end move 'Y' to control-eof
            not at end
                move control-work-rec to ce-control-entry
                write ce-control-entry
                if not control-file-ok
                    set control-keep-has-failed to true
                end-if
        end-read
    end-perform.
    close control-work-file.
    close control-file.
    if control-keep-has-failed
        perform 2038-warn-control-half-written
        exit paragraph
    end-if.
    delete file control-work-file.

*>--------------------------------------------------------------------
*>2035-copy-late-entry
*>the first queue-read-count records are the ones this pass loaded;
*>queue-read-count is counted down past them.
*>--------------------------------------------------------------------
2035-copy-late-entry.
    if queue-read-count > 0
        subtract 1 from queue-read-count
    else
        move ce-control-entry to control-work-rec
        write control-work-rec
        if not control-work-ok
            set control-keep-has-failed to true
        end-if
    end-if.

*>--------------------------------------------------------------------
*>2038-warn-control-half-written / 2039-warn-control-not-updated
*>2038: the copy back failed part way, so SIEVE.CONTROL is short and
*>SIEVE.CONTROL.WORK is the only whole list of what is still queued.
*>2039: SIEVE.CONTROL was never touched, so the entries run tonight
*>are still on it. either way the night completes with 4.
*>--------------------------------------------------------------------
2038-warn-control-half-written.
    display 'warning: SIEVE.CONTROL could not be rewritten (status '
        control-file-status '); SIEVE.CONTROL.WORK holds every entry'
        ' still queued -- copy it over SIEVE.CONTROL before the next'
        ' run.'.
    move 4 to return-code.

2039-warn-control-not-updated.
    display 'warning: SIEVE.CONTROL could not be rewritten (status '
        control-file-status '/' control-work-status '); the entries'
        ' run tonight are still on it and will run again unless'
        ' removed.'.
    move 4 to return-code.

*>--------------------------------------------------------------------
*>2050-process-control-entry
*>an entry holding a dash is a range request (lower-upper) and takes
*>before the widening the file itself enforced that.
*>--------------------------------------------------------------------
2050-process-control-entry.
    move ce-entry-value to control-file-record.
    move ce-dept-code to dept-code.
    perform 9220-validate-dept-code.
    if not dept-is-known
        perform 9205-log-rejected-dept
        display 'sieve: control file entry "' control-file-record
            '" names unknown department "' dept-code '", rejected.'
        perform 2088-record-rejected-dept
        exit paragraph
    end-if.

    move 0 to dash-count.
    inspect control-file-record tallying dash-count for all '-'.

    move run-id to dp-run-id.
    perform 2089-write-disposition.

*>--------------------------------------------------------------------
*>2088-record-rejected-dept
*>an entry from a department SIEVE.DEPT does not know never runs; it
*>is skipped the same as a malformed one, under its own outcome so the
*>scheduler and opstrend can tell the two apart.
*>--------------------------------------------------------------------
2088-record-rejected-dept.
    add 1 to entries-skipped.
    move 'REJECTED' to dp-outcome.
    move spaces to dp-outfile-name.
    move 0 to dp-prime-count.
    move spaces to dp-run-id.
    perform 2089-write-disposition.

*>--------------------------------------------------------------------
*>2089-write-disposition
*>--------------------------------------------------------------------
2089-write-disposition.
    if disp-file-is-open
        move control-file-record to dp-entry-value
        move dept-code to dp-dept-code
        write dp-disposition-rec
    end-if.

    end-if.
    move upperlim to density-basis.
    perform 6000-write-stats-report.
    perform 7200-register-artifacts.
    perform 3950-clear-restart-file.
    display 'Successfully wrote prime numbers to '
        function trim(outfile-name) '.'.
    perform 8290-clear-range-ckpt.
    move rg-span to density-basis.
    perform 6000-write-stats-report.
    perform 7200-register-artifacts.
    display 'Successfully wrote prime numbers to '
        function trim(outfile-name) '.'.

            ' merge skipped, ceiling left at ' master-ceiling
        exit paragraph
    end-if.
    perform 3820-take-master-generation.
    if generation-has-failed
        display 'warning: could not copy SIEVE.MASTER to '
            function trim(gen-master-file-name) ', merge skipped,'
            ' ceiling left at ' master-ceiling
        move 'MASTER' to lock-resource
        perform 9450-release-lock
        exit paragraph
    end-if.
    perform 3810-do-master-merge.
    if generation-is-taken
        perform 3830-close-generation
    end-if.
    move 'MASTER' to lock-resource.
    perform 9450-release-lock.

            'status = ' master-ctl-status
    end-if.

*>--------------------------------------------------------------------
*>3820-take-master-generation
*>the master and its control record as they stand right now, copied
*>row for row to the next generation number and cataloged PENDING
*>before 3810 writes a thing -- a run that dies mid-merge still
*>leaves its restore point behind. a master not yet created (the
*>very first merge) has nothing worth keeping and takes no
*>generation. anything that keeps the copy from reaching disk whole
*>removes what it did write and fails the generation, and 3800 then
*>skips the merge.
*>--------------------------------------------------------------------
3820-take-master-generation.
    move 'N' to generation-taken.
    move 'N' to generation-failed.
    perform 3825-read-keep-generations.
    perform 3821-load-generation-catalog.

    move 1 to gen-number.
    if gen-cat-count > 0
        move gen-cat-image(gen-cat-count) to gc-gen-rec
        if gc-generation is numeric and gc-generation < 9999
            compute gen-number = gc-generation + 1
        end-if
    end-if.
    perform 3826-set-generation-names.

    open input master-file.
    if master-file-status is equal '35'
        exit paragraph
    end-if.
    if not master-file-ok
        set generation-has-failed to true
        exit paragraph
    end-if.

    open output gen-master-file.
    if not gen-master-ok
        close master-file
        set generation-has-failed to true
        exit paragraph
    end-if.
    move 0 to gen-row-count.
    move 'N' to master-eof.
    perform until master-at-end or generation-has-failed
        read master-file next record
            at end move 'Y' to master-eof
            not at end
                move mp-master-rec to gen-master-image
                write gen-master-image
                if gen-master-ok
                    add 1 to gen-row-count
                else
                    set generation-has-failed to true
                end-if
        end-read
    end-perform.
    close master-file.
    close gen-master-file.
    if not gen-master-ok
        set generation-has-failed to true
    end-if.

    if not generation-has-failed
        open output gen-ctl-file
        if gen-ctl-ok
            open input master-ctl-file
            if master-ctl-ok
                read master-ctl-file
                    at end continue
                    not at end
                        move mc-master-ctl-rec to gen-ctl-image
                        write gen-ctl-image
                end-read
                close master-ctl-file
            end-if
            close gen-ctl-file
        end-if
        if not gen-ctl-ok
            set generation-has-failed to true
        end-if
    end-if.

    if generation-has-failed
        perform 3845-remove-generation-files
        exit paragraph
    end-if.

    move spaces to gc-gen-rec.
    move gen-number to gc-generation.
    move run-id to gc-run-id.
    move master-ceiling to gc-old-ceiling.
    move master-ceiling to gc-new-ceiling.
    move function current-date(1:14) to gc-timestamp.
    move 'sieve' to gc-owner.
    move gen-row-count to gc-row-count.
    move 'PENDING' to gc-merge-status.
    add 1 to gen-cat-count.
    move gc-gen-rec to gen-cat-image(gen-cat-count).
    perform 3850-write-generation-catalog.
    if generation-has-failed
        perform 3845-remove-generation-files
        exit paragraph
    end-if.
    set generation-is-taken to true.

*>--------------------------------------------------------------------
*>3821-load-generation-catalog
*>--------------------------------------------------------------------
3821-load-generation-catalog.
    move 0 to gen-cat-count.
    open input gen-cat-file.
    if not gen-cat-ok
        exit paragraph
    end-if.
    move 'N' to gen-cat-eof.
    perform until gen-cat-at-end
        read gen-cat-file into gen-cat-work
            at end move 'Y' to gen-cat-eof
            not at end
                if gen-cat-count >= 999
                    perform 3842-drop-oldest-generation
                end-if
                add 1 to gen-cat-count
                move gen-cat-work to gen-cat-image(gen-cat-count)
        end-read
    end-perform.
    close gen-cat-file.

*>--------------------------------------------------------------------
*>3825-read-keep-generations
*>the same SIEVE.RETAIN houskeep.cob is driven by. a record without
*>the generations field, or with anything but 001-999 in it, keeps
*>the default -- never zero, which would leave no restore point at
*>all.
*>--------------------------------------------------------------------
3825-read-keep-generations.
    move 7 to keep-generations.
    open input retain-file.
    if retain-file-ok
        read retain-file
            at end continue
            not at end
                if rt-keep-generations is numeric
                    and rt-keep-generations > 0
                    move rt-keep-generations to keep-generations
                end-if
        end-read
        close retain-file
    end-if.

*>--------------------------------------------------------------------
*>3826-set-generation-names
*>--------------------------------------------------------------------
3826-set-generation-names.
    move spaces to gen-master-file-name.
    string 'SIEVE.MASTER.G' gen-number
        delimited by size into gen-master-file-name.
    move spaces to gen-ctl-file-name.
    string 'SIEVE.MASTER.CTL.G' gen-number
        delimited by size into gen-ctl-file-name.

*>--------------------------------------------------------------------
*>3830-close-generation
*>the merge is over either way: the catalog row learns the ceiling
*>actually standing now, read back off the control record rather
*>than assumed, and whether the merge got there. the oldest
*>generations past the retention go with the same rewrite.
*>--------------------------------------------------------------------
3830-close-generation.
    perform 3600-read-master-control.
    move gen-cat-image(gen-cat-count) to gc-gen-rec.
    move master-ceiling to gc-new-ceiling.
    if master-ceiling is equal upperlim
        move 'MERGED' to gc-merge-status
    else
        move 'FAILED' to gc-merge-status
    end-if.
    move gc-gen-rec to gen-cat-image(gen-cat-count).

    perform 3840-prune-generations.
    perform 3850-write-generation-catalog.
    if generation-has-failed
        display 'warning: could not rewrite SIEVE.GENCAT, status = '
            gen-cat-status
    end-if.

*>--------------------------------------------------------------------
*>3840-prune-generations
*>--------------------------------------------------------------------
3840-prune-generations.
    perform until gen-cat-count <= keep-generations
        perform 3842-drop-oldest-generation
    end-perform.

*>--------------------------------------------------------------------
*>3842-drop-oldest-generation
*>the oldest catalog row and its two files go together.
*>--------------------------------------------------------------------
3842-drop-oldest-generation.
    move gen-cat-image(1) to gc-gen-rec.
    if gc-generation is numeric
        move gc-generation to gen-number
        perform 3826-set-generation-names
        perform 3845-remove-generation-files
    end-if.
    compute gen-drop-count = gen-cat-count - 1.
    perform varying gx from 1 by 1 until gx > gen-drop-count
        move gen-cat-image(gx + 1) to gen-cat-image(gx)
    end-perform.
    move gen-drop-count to gen-cat-count.

*>--------------------------------------------------------------------
*>3845-remove-generation-files
*>--------------------------------------------------------------------
3845-remove-generation-files.
    delete file gen-master-file.
    delete file gen-ctl-file.

*>--------------------------------------------------------------------
*>3850-write-generation-catalog
*>--------------------------------------------------------------------
3850-write-generation-catalog.
    open output gen-cat-file.
    if not gen-cat-ok
        set generation-has-failed to true
        exit paragraph
    end-if.
    perform varying gx from 1 by 1
        until gx > gen-cat-count or not gen-cat-ok
        move gen-cat-image(gx) to gc-gen-rec
        write gc-gen-rec
    end-perform.
    if not gen-cat-ok
        set generation-has-failed to true
    end-if.
    close gen-cat-file.
    if not gen-cat-ok
        set generation-has-failed to true
    end-if.

*>--------------------------------------------------------------------
*>4000-sieve-primes
*>sqrt of the limit is computed once, not every outer pass, and
    move run-status to au-status.
    move outfile-name to au-outfile-name.
    move run-id to au-run-id.
    move dept-code to au-dept-code.
    move 0 to au-inquiry-lines.
    write au-audit-rec.
    close audit-file.

*>--------------------------------------------------------------------
*>7200-register-artifacts
*>the extract, its stats report and, when it was written, its indexed
*>twin -- the set 2080 names -- each read back and catalogued. a
*>resumed window run keeps its run id, so its registration simply
*>replaces the one the killed run never got to make.
*>--------------------------------------------------------------------
7200-register-artifacts.
    move function current-date(1:14) to catalog-timestamp.

    move outfile-name to artifact-name.
    move 'EXTRACT' to artifact-kind.
    perform 7210-tally-extract.
    if artifact-status is equal '00'
        perform 7250-write-catalog-entry
    end-if.

    move stats-file-name to artifact-name.
    move 'STATS' to artifact-kind.
    perform 7220-tally-stats.
    if artifact-status is equal '00'
        perform 7250-write-catalog-entry
    end-if.

    if index-file-is-opened
        move index-file-name to artifact-name
        move 'INDEX' to artifact-kind
        perform 7230-tally-index
        if artifact-status is equal '00'
            perform 7250-write-catalog-entry
        end-if
    end-if.

*>--------------------------------------------------------------------
*>7210-tally-extract
*>--------------------------------------------------------------------
7210-tally-extract.
    perform 7240-reset-tally.
    open input outfile.
    move fscode to artifact-status.
    if artifact-status is not equal '00'
        display 'warning: could not reread ' function trim(outfile-name)
            ' to catalog it, status = ' artifact-status
        exit paragraph
    end-if.
    perform until artifact-at-end
        read outfile
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                if od-rec-type is equal 'D'
                    move od-prime to artifact-value
                    perform 7260-add-to-hash
                end-if
        end-read
    end-perform.
    close outfile.

*>--------------------------------------------------------------------
*>7220-tally-stats
*>the stats report holds figures rather than primes, so its hash is
*>over the figures, in hundredths so the density's decimals count.
*>--------------------------------------------------------------------
7220-tally-stats.
    perform 7240-reset-tally.
    open input stats-file.
    move stats-file-status to artifact-status.
    if artifact-status is not equal '00'
        display 'warning: could not reread '
            function trim(stats-file-name)
            ' to catalog it, status = ' artifact-status
        exit paragraph
    end-if.
    perform until artifact-at-end
        read stats-file
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                compute artifact-figure-check =
                    function test-numval(st-value)
                if artifact-figure-check = 0
                    compute artifact-value rounded =
                        function numval(st-value) * 100
                    perform 7265-add-figure-to-hash
                end-if
        end-read
    end-perform.
    close stats-file.

*>--------------------------------------------------------------------
*>7230-tally-index
*>--------------------------------------------------------------------
7230-tally-index.
    perform 7240-reset-tally.
    open input prime-index-file.
    move index-file-status to artifact-status.
    if artifact-status is not equal '00'
        display 'warning: could not reread '
            function trim(index-file-name)
            ' to catalog it, status = ' artifact-status
        exit paragraph
    end-if.
    perform until artifact-at-end
        read prime-index-file next record
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                move pi-prime to artifact-value
                perform 7260-add-to-hash
        end-read
    end-perform.
    close prime-index-file.

*>--------------------------------------------------------------------
*>7240-reset-tally
*>--------------------------------------------------------------------
7240-reset-tally.
    move 'N' to artifact-eof.
    move 0 to artifact-record-count.
    move 0 to artifact-hash-total.
    move 0 to artifact-first-prime.
    move 0 to artifact-last-prime.

*>--------------------------------------------------------------------
*>7250-write-catalog-entry
*>--------------------------------------------------------------------
7250-write-catalog-entry.
    open i-o catalog-file.
    if catalog-file-status is equal '35'
        open output catalog-file
    end-if.
    if catalog-file-status is not equal '00'
        display 'warning: could not open SIEVE.CATALOG, status = '
            catalog-file-status '; ' function trim(artifact-name)
            ' is not catalogued.'
        exit paragraph
    end-if.

    move spaces to ct-catalog-rec.
    move run-id to ct-run-id.
    move artifact-name to ct-artifact-name.
    move artifact-kind to ct-kind.
    move artifact-record-count to ct-record-count.
    move artifact-hash-total to ct-hash-total.
    move artifact-first-prime to ct-first-prime.
    move artifact-last-prime to ct-last-prime.
    move catalog-timestamp to ct-created-timestamp.
    move 'ACTIVE' to ct-status.
    write ct-catalog-rec
        invalid key
            rewrite ct-catalog-rec
                invalid key
                    display 'warning: could not catalog '
                        function trim(artifact-name)
                        ', status = ' catalog-file-status
            end-rewrite
    end-write.
    close catalog-file.

*>--------------------------------------------------------------------
*>7260-add-to-hash / 7265-add-figure-to-hash
*>the hash total is carried modulo 10**18: a sum that would overflow
*>the field wraps instead, so every reader reproduces it exactly.
*>--------------------------------------------------------------------
7260-add-to-hash.
    if artifact-first-prime = 0
        move artifact-value to artifact-first-prime
    end-if.
    move artifact-value to artifact-last-prime.
    perform 7265-add-figure-to-hash.

7265-add-figure-to-hash.
    add artifact-value to artifact-hash-total
        on size error
            compute artifact-hash-total = artifact-hash-total
                - (999999999999999999 - artifact-value) - 1
    end-add.

*>--------------------------------------------------------------------
*>7100-compute-elapsed-seconds
*>the 21-character FUNCTION CURRENT-DATE result carries HH, MM, SS at
        *>anyway, but an operator should never need the stale path for
        *>a run that ended in an orderly abend.
        perform 9470-release-request-locks
        perform 9480-release-control-lock
        move 12 to return-code
        stop run
    end-if.
    end-if.
    move candidate-value to rj-value-entered.
    move function current-date(1:14) to rj-timestamp.
    move 'VALUE' to rj-reason.
    move dept-code to rj-dept-code.
    write rj-reject-rec.
    close reject-log.

*>--------------------------------------------------------------------
*>9205-log-rejected-dept
*>the department twin of 9200: the entry as typed (its first ten
*>bytes, all the log has room for) and the code that failed.
*>--------------------------------------------------------------------
9205-log-rejected-dept.
    open extend reject-log.
    if reject-file-status is equal '05' or
        reject-file-status is equal '35'
        open output reject-log
    end-if.
    move control-file-record to rj-value-entered.
    move function current-date(1:14) to rj-timestamp.
    move 'DEPT' to rj-reason.
    move dept-code to rj-dept-code.
    write rj-reject-rec.
    close reject-log.

*>--------------------------------------------------------------------
*>9220-validate-dept-code
*>--------------------------------------------------------------------
9220-validate-dept-code.
    move 'N' to dept-known.
    if dept-code is equal spaces
        exit paragraph
    end-if.
    perform varying dx from 1 by 1
        until dx > dept-count or dept-is-known
        if dept-tbl-code(dx) is equal dept-code
            set dept-is-known to true
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>9400-take-lock
*>takes SIEVE.LOCK.<lock-resource>. a missing or empty lock file is a
*>still be writing under it. a lock with no terminal row -- a run
*>still going, or one killed too hard to journal -- stays live, and
*>the operator console is the place to decide its fate.
*>
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
    if audit-file-status is not equal '00'
        exit paragraph
9460-bail-on-held-lock.
    display 'sieve: another execution holds the shared files;'
        ' nothing was written, resubmit when it completes.'.
    perform 9480-release-control-lock.
    move 8 to return-code.
    stop run.

    end-if.
    move 'AUDIT' to lock-resource.
    perform 9450-release-lock.

*>--------------------------------------------------------------------
*>9480-release-control-lock
*>the control-file pass's own lock, on its way out however it goes --
*>see control-lock-held.
*>--------------------------------------------------------------------
9480-release-control-lock.
    if control-lock-is-held
        move 'CONTROL' to lock-resource
        perform 9450-release-lock
        move 'N' to control-lock-held
    end-if.
