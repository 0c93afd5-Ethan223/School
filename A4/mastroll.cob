*>--------------------------------------------------------
*>file: mastroll.cob
*>description: point-in-time rollback of the master prime
*>database. every merge into SIEVE.MASTER -- 3800 in
*>sieve.cob, each winmerge.cob chain -- first copies the
*>master and its control record to a numbered generation
*>(SIEVE.MASTER.Gnnnn / SIEVE.MASTER.CTL.Gnnnn) cataloged on
*>SIEVE.GENCAT (gencatrec.cpy). after a bad merge the
*>on-call analyst runs this job to put one of those copies
*>back, named either way on the command line:
*>    GEN nnnn      the generation by number
*>    RUN <run-id>  the generation the run with that id
*>                  took just before its merge -- restoring
*>                  it undoes exactly that run's merge and
*>                  everything merged since.
*>the copy is proved first (row count against its catalog
*>row, keys ascending, control record agreeing with the
*>catalog's ceiling) and the live master is not touched
*>until it passes. the restore itself follows the same
*>never-promise-what-the-master-lacks rule as every merge:
*>the control record is emptied before the first row is
*>written and rewritten only after every write and the
*>close come back clean, so a restore that dies halfway
*>leaves a master with no ceiling -- which the next sieve
*>run simply rebuilds -- never a ceiling over missing
*>rows. CONSTELL sees the lower ceiling and rebuilds its
*>classification file on its own next run.
*>
*>the job holds SIEVE.LOCK.MASTER and SIEVE.LOCK.AUDIT,
*>writes STARTED and SUCCESS/FAILED rows to SIEVE.AUDIT
*>(au-outfile-name SIEVE.MASTER, au-upperlim the restored
*>ceiling, au-prime-count the rows restored) and reports
*>every step on MASTROLL.REPORT. completion code 0 for a
*>clean restore, 8 when nothing was touched (bad command
*>line, unknown generation, a copy that fails its proof,
*>a lock held), 12 when the restore failed partway.
*>--------------------------------------------------------
identification division.
program-id. mastroll.
environment division.
input-output section.
file-control.
    select gen-cat-file assign to "SIEVE.GENCAT"
        organization is line sequential
        file status is gen-cat-status.
    select gen-master-file assign to dynamic gen-master-file-name
        organization is line sequential
        file status is gen-master-status.
    select gen-ctl-file assign to dynamic gen-ctl-file-name
        organization is line sequential
        file status is gen-ctl-status.
    select master-file assign to "SIEVE.MASTER"
        organization is indexed
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select report-file assign to "MASTROLL.REPORT"
        organization is line sequential
        file status is report-file-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd gen-cat-file.
    copy "gencatrec.cpy".
fd gen-master-file.
    01  gen-master-image pic x(20).
fd gen-ctl-file.
    01  gen-ctl-image pic x(11).
fd master-file.
    copy "masteridxrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd report-file.
    copy "reconrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  gen-cat-status pic x(2).
    88  gen-cat-ok value '00'.
01  gen-master-status pic x(2).
    88  gen-master-ok value '00'.
01  gen-ctl-status pic x(2).
    88  gen-ctl-ok value '00'.
01  master-file-status pic x(2).
    88  master-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  report-file-status pic x(2).
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  gen-master-file-name pic x(30).
01  gen-ctl-file-name pic x(30).
01  gen-cat-eof pic x(1).
    88  gen-cat-at-end value 'Y'.
01  gen-master-eof pic x(1).
    88  gen-master-at-end value 'Y'.

*>the command line: GEN or RUN, then the generation number or run id.
01  parm-text pic x(40).
01  parm-work pic x(40).
01  parm-kind pic x(3).
01  parm-value pic x(18).
01  parm-extra pic x(18).
01  select-kind pic x(1).
    88  select-by-generation value 'G'.
    88  select-by-run value 'R'.
01  wanted-generation pic 9(4).
01  wanted-run-id pic x(18).

*>numeric edit on a generation number, the rule 9210 in sieve.cob
*>holds every upperlim source to.
01  candidate-value pic x(18).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.

*>the catalog row chosen, and what proving its copy found.
01  generation-found pic x(1).
    88  generation-was-found value 'Y'.
01  chosen-gen-rec pic x(81).
01  gen-number pic 9(4).
01  gen-ceiling pic 9(10).
01  gen-catalog-rows pic 9(10).
01  gen-rows-read pic 9(10).
01  gen-prev-prime pic 9(10).
01  gen-order-errors pic 9(10).
01  gen-ctl-present pic x(1).
    88  gen-ctl-is-present value 'Y'.
01  gen-ctl-hold pic x(11).
01  gen-ctl-view redefines gen-ctl-hold.
    05  gen-ctl-type pic x(1).
    05  gen-ctl-ceiling pic 9(10).
01  copy-bad pic x(1).
    88  copy-is-bad value 'Y'.
01  restore-failed pic x(1).
    88  restore-has-failed value 'Y'.
01  rows-restored pic 9(10).
01  restored-ceiling pic 9(10).
01  edit-number pic z(9)9.
01  edit-number-2 pic z(9)9.

*>audit/journal fields, the same shape 7000 in sieve.cob writes.
01  run-id pic x(18).
01  start-datetime pic x(21).
01  end-datetime pic x(21).
01  elapsed-seconds pic 9(6).
01  run-status pic x(9).
01  start-seconds-of-day pic 9(7) usage comp-5.
01  end-seconds-of-day pic 9(7) usage comp-5.
01  hh pic 9(2).
01  mm pic 9(2).
01  ss pic 9(2).

*>run serialization locks ----------------------------------------------
*>SIEVE.LOCK.MASTER keeps every merge, consolidation and rebuild off
*>the master while it is being replaced; SIEVE.LOCK.AUDIT is held
*>because this job journals to SIEVE.AUDIT. both are taken in the
*>order sieve.cob takes them, AUDIT first, before anything shared is
*>touched, and the lock timestamp is the run's own au-run-timestamp.
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
01  lock-audit-eof pic x(1).
    88  lock-audit-at-end value 'Y'.
01  audit-lock-held pic x(1) value 'N'.
    88  audit-lock-is-held value 'Y'.
01  master-lock-held pic x(1) value 'N'.
    88  master-lock-is-held value 'Y'.
01  audit-started pic x(1) value 'N'.
    88  audit-was-started value 'Y'.

*>report-file-status is checked after every report I-O verb ----------
01  failing-verb pic x(30).

procedure division.
    perform 1000-initialize.
    perform 2000-find-generation.
    if generation-was-found
        perform 2100-prove-generation
        if not copy-is-bad
            perform 3000-restore-generation
        end-if
    end-if.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>the command line is edited before anything is opened; the locks
*>before the STARTED row.
*>--------------------------------------------------------------------
1000-initialize.
    move spaces to parm-text.
    accept parm-text from command-line.
    move function trim(parm-text) to parm-work.
    move spaces to parm-kind.
    move spaces to parm-value.
    move spaces to parm-extra.
    unstring parm-work delimited by all space
        into parm-kind parm-value parm-extra
    end-unstring.
    move function upper-case(parm-kind) to parm-kind.

    move space to select-kind.
    evaluate true
        when parm-kind is equal 'GEN'
            move parm-value to candidate-value
            perform 9210-validate-candidate-value
            if value-is-valid and parm-value is not equal spaces
                and parm-extra is equal spaces
                move candidate-value to wanted-generation
                if wanted-generation > 0
                    set select-by-generation to true
                end-if
            end-if
        when parm-kind is equal 'RUN'
            if parm-value is not equal spaces
                and parm-extra is equal spaces
                move parm-value to wanted-run-id
                set select-by-run to true
            end-if
    end-evaluate.
    if not select-by-generation and not select-by-run
        display 'mastroll: give GEN <generation number> or'
            ' RUN <run id> on the command line.'
        move 8 to return-code
        stop run
    end-if.

    move 'N' to copy-bad.
    move 'N' to restore-failed.
    move 0 to rows-restored.
    move 0 to restored-ceiling.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move spaces to vr-report-rec.
    move 'rollback requested' to vr-label.
    move parm-work to vr-value.
    perform 5900-write-report-line.

    move function current-date to start-datetime.
    move spaces to run-id.
    string start-datetime(1:14) '0000'
        delimited by size into run-id.
    move start-datetime(1:14) to lock-timestamp.

    move 'AUDIT' to lock-resource.
    perform 9400-take-lock.
    if lock-is-acquired
        set audit-lock-is-held to true
        move 'MASTER' to lock-resource
        perform 9400-take-lock
        if lock-is-acquired
            set master-lock-is-held to true
        end-if
    end-if.
    if not master-lock-is-held
        move spaces to vr-report-rec
        move 'master and audit locks' to vr-label
        move 'FAIL - held by another job' to vr-value
        perform 5900-write-report-line
        perform 9480-release-locks
        close report-file
        display 'mastroll: another execution holds the shared files;'
            ' nothing was touched, resubmit when it completes.'
        move 8 to return-code
        stop run
    end-if.

    move 'STARTED' to run-status.
    move 0 to elapsed-seconds.
    perform 7000-write-audit-record.
    set audit-was-started to true.

*>--------------------------------------------------------------------
*>2000-find-generation
*>the catalog is oldest first, so the last row matching is the one
*>wanted -- by number there is only ever one, by run id the newest
*>copy that run took.
*>--------------------------------------------------------------------
2000-find-generation.
    move 'N' to generation-found.
    open input gen-cat-file.
    if gen-cat-ok
        move 'N' to gen-cat-eof
        perform until gen-cat-at-end
            read gen-cat-file
                at end move 'Y' to gen-cat-eof
                not at end
                    if (select-by-generation
                        and gc-generation is equal wanted-generation)
                        or (select-by-run
                        and gc-run-id is equal wanted-run-id)
                        set generation-was-found to true
                        move gc-gen-rec to chosen-gen-rec
                    end-if
            end-read
        end-perform
    end-if.

    move spaces to vr-report-rec.
    move 'generation in SIEVE.GENCAT' to vr-label.
    if not generation-was-found
        if gen-cat-ok
            close gen-cat-file
        end-if
        move 'FAIL - not cataloged' to vr-value
        perform 5900-write-report-line
        set copy-is-bad to true
        exit paragraph
    end-if.
    move chosen-gen-rec to gc-gen-rec.
    move gc-generation to gen-number.
    move gc-old-ceiling to gen-ceiling.
    move gc-row-count to gen-catalog-rows.
    string gen-number ' of run ' gc-run-id
        delimited by size into vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'taken by / at' to vr-label.
    string function trim(gc-owner) ' ' gc-timestamp
        delimited by size into vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'ceiling then / merge left / merge' to vr-label.
    move gc-old-ceiling to edit-number.
    move gc-new-ceiling to edit-number-2.
    string function trim(edit-number) ' / '
        function trim(edit-number-2) ' / ' gc-merge-status
        delimited by size into vr-value.
    perform 5900-write-report-line.
    close gen-cat-file.

    move spaces to gen-master-file-name.
    string 'SIEVE.MASTER.G' gen-number
        delimited by size into gen-master-file-name.
    move spaces to gen-ctl-file-name.
    string 'SIEVE.MASTER.CTL.G' gen-number
        delimited by size into gen-ctl-file-name.

*>--------------------------------------------------------------------
*>2100-prove-generation
*>one pass over the copy before the live master is touched: as many
*>rows as the catalog says were copied, keys strictly ascending the
*>way the master hands them out, and a control record (if the master
*>had one then) carrying the ceiling the catalog recorded.
*>--------------------------------------------------------------------
2100-prove-generation.
    move 0 to gen-rows-read.
    move 0 to gen-prev-prime.
    move 0 to gen-order-errors.

    open input gen-master-file.
    if not gen-master-ok
        move spaces to vr-report-rec
        move gen-master-file-name to vr-label
        string 'FAIL - open status ' gen-master-status
            delimited by size into vr-value
        perform 5900-write-report-line
        set copy-is-bad to true
        exit paragraph
    end-if.
    move 'N' to gen-master-eof.
    perform until gen-master-at-end
        read gen-master-file
            at end move 'Y' to gen-master-eof
            not at end
                add 1 to gen-rows-read
                move gen-master-image to mp-master-rec
                if mp-prime is not numeric
                    or mp-prime not > gen-prev-prime
                    add 1 to gen-order-errors
                else
                    move mp-prime to gen-prev-prime
                end-if
        end-read
    end-perform.
    close gen-master-file.

    move spaces to vr-report-rec.
    move gen-master-file-name to vr-label.
    evaluate true
        when gen-rows-read is not equal gen-catalog-rows
            move gen-rows-read to edit-number
            move gen-catalog-rows to edit-number-2
            string 'FAIL - ' function trim(edit-number)
                ' row(s) vs catalog ' function trim(edit-number-2)
                delimited by size into vr-value
            set copy-is-bad to true
        when gen-order-errors > 0
            move 'FAIL - keys not ascending' to vr-value
            set copy-is-bad to true
        when other
            move gen-rows-read to edit-number
            string 'verified, ' function trim(edit-number)
                ' row(s)' delimited by size into vr-value
    end-evaluate.
    perform 5900-write-report-line.
    if copy-is-bad
        exit paragraph
    end-if.

    move 'N' to gen-ctl-present.
    move spaces to gen-ctl-hold.
    open input gen-ctl-file.
    if gen-ctl-ok
        read gen-ctl-file
            at end continue
            not at end
                set gen-ctl-is-present to true
                move gen-ctl-image to gen-ctl-hold
        end-read
        close gen-ctl-file
    else
        move spaces to vr-report-rec
        move gen-ctl-file-name to vr-label
        string 'FAIL - open status ' gen-ctl-status
            delimited by size into vr-value
        perform 5900-write-report-line
        set copy-is-bad to true
        exit paragraph
    end-if.

    move spaces to vr-report-rec.
    move gen-ctl-file-name to vr-label.
    if gen-ctl-is-present
        if gen-ctl-type is not equal 'C'
            or gen-ctl-ceiling is not numeric
            or gen-ctl-ceiling is not equal gen-ceiling
            move 'FAIL - ceiling disagrees' to vr-value
            set copy-is-bad to true
        else
            move gen-ctl-ceiling to edit-number
            string 'verified, ceiling ' function trim(edit-number)
                delimited by size into vr-value
        end-if
    else
        if gen-ceiling > 0
            move 'FAIL - control record missing' to vr-value
            set copy-is-bad to true
        else
            move 'verified, no ceiling' to vr-value
        end-if
    end-if.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>3000-restore-generation
*>ceiling withdrawn, master replaced row for row, ceiling restored --
*>in that order and only that order. the control record is emptied
*>in place the way a released lock is, which every reader of it takes
*>as no coverage at all.
*>--------------------------------------------------------------------
3000-restore-generation.
    open output master-ctl-file.
    if not master-ctl-ok
        move spaces to vr-report-rec
        move 'ceiling withdrawn' to vr-label
        string 'FAIL - status ' master-ctl-status
            delimited by size into vr-value
        perform 5900-write-report-line
        set copy-is-bad to true
        exit paragraph
    end-if.
    close master-ctl-file.

    open output master-file.
    if not master-file-ok
        move spaces to vr-report-rec
        move 'master replaced' to vr-label
        string 'FAIL - open status ' master-file-status
            delimited by size into vr-value
        perform 5900-write-report-line
        set restore-has-failed to true
        exit paragraph
    end-if.
    open input gen-master-file.
    move 'N' to gen-master-eof.
    perform until gen-master-at-end or restore-has-failed
        read gen-master-file
            at end move 'Y' to gen-master-eof
            not at end
                move gen-master-image to mp-master-rec
                write mp-master-rec
                    invalid key set restore-has-failed to true
                end-write
                if master-file-status is not equal '00'
                    set restore-has-failed to true
                else
                    add 1 to rows-restored
                end-if
        end-read
    end-perform.
    close gen-master-file.
    close master-file.
    if not master-file-ok
        set restore-has-failed to true
    end-if.

    move spaces to vr-report-rec.
    move 'master replaced' to vr-label.
    move rows-restored to edit-number.
    if restore-has-failed
        string 'FAIL - status ' master-file-status ' after '
            function trim(edit-number) ' row(s)'
            delimited by size into vr-value
        perform 5900-write-report-line
        exit paragraph
    end-if.
    string function trim(edit-number) ' row(s) written'
        delimited by size into vr-value.
    perform 5900-write-report-line.

    if gen-ctl-is-present
        open output master-ctl-file
        if master-ctl-ok
            move gen-ctl-hold to mc-master-ctl-rec
            write mc-master-ctl-rec
            close master-ctl-file
        end-if
        if not master-ctl-ok
            move spaces to vr-report-rec
            move 'ceiling restored' to vr-label
            string 'FAIL - status ' master-ctl-status
                delimited by size into vr-value
            perform 5900-write-report-line
            set restore-has-failed to true
            exit paragraph
        end-if
    end-if.
    move gen-ceiling to restored-ceiling.

    move spaces to vr-report-rec.
    move 'ceiling restored' to vr-label.
    move restored-ceiling to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write vr-report-rec.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>7000-write-audit-record
*>the restored ceiling and the rows put back; SIEVE.MASTER in the
*>outfile column marks the row as a master maintenance run, not a
*>sieve extract.
*>--------------------------------------------------------------------
7000-write-audit-record.
    open extend audit-file.
    if audit-file-status is equal '05' or
        audit-file-status is equal '35'
        open output audit-file
    end-if.

    move start-datetime(1:14) to au-run-timestamp.
    move restored-ceiling to au-upperlim.
    move rows-restored to au-prime-count.
    move elapsed-seconds to au-elapsed-seconds.
    move run-status to au-status.
    move 'SIEVE.MASTER' to au-outfile-name.
    move run-id to au-run-id.
    move spaces to au-dept-code.
    move 0 to au-inquiry-lines.
    write au-audit-rec.
    close audit-file.

*>--------------------------------------------------------------------
*>7100-compute-elapsed-seconds
*>--------------------------------------------------------------------
7100-compute-elapsed-seconds.
    move start-datetime(9:2) to hh.
    move start-datetime(11:2) to mm.
    move start-datetime(13:2) to ss.
    compute start-seconds-of-day =
        (hh * 3600) + (mm * 60) + ss.

    move end-datetime(9:2) to hh.
    move end-datetime(11:2) to mm.
    move end-datetime(13:2) to ss.
    compute end-seconds-of-day =
        (hh * 3600) + (mm * 60) + ss.

    if end-seconds-of-day >= start-seconds-of-day
        compute elapsed-seconds =
            end-seconds-of-day - start-seconds-of-day
    else
        compute elapsed-seconds =
            end-seconds-of-day + 86400 - start-seconds-of-day
    end-if.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    move spaces to vr-report-rec.
    move 'overall verdict' to vr-label.
    evaluate true
        when restore-has-failed
            move 'FAIL - master has no ceiling' to vr-value
        when copy-is-bad
            move 'FAIL - master not touched' to vr-value
        when other
            move 'PASS' to vr-value
    end-evaluate.
    perform 5900-write-report-line.
    close report-file.
    move 'CLOSE REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move function current-date to end-datetime.
    perform 7100-compute-elapsed-seconds.
    if restore-has-failed or copy-is-bad
        move 'FAILED' to run-status
    else
        move 'SUCCESS' to run-status
    end-if.
    perform 7000-write-audit-record.
    perform 9480-release-locks.

    evaluate true
        when restore-has-failed
            display 'mastroll: restore failed partway; SIEVE.MASTER'
                ' has no ceiling, see MASTROLL.REPORT.'
            move 12 to return-code
        when copy-is-bad
            display 'mastroll: nothing restored, see MASTROLL.REPORT.'
            move 8 to return-code
        when other
            move gen-number to edit-number
            move restored-ceiling to edit-number-2
            display 'mastroll: generation ' function trim(edit-number)
                ' restored, ceiling now at '
                function trim(edit-number-2) '.'
    end-evaluate.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>any non-zero status on the report abends the run with the failing
*>verb and the raw status, journals FAILED once a STARTED row exists,
*>and releases the locks.
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report file status = ' report-file-status
        close report-file
        if audit-was-started
            move function current-date to end-datetime
            perform 7100-compute-elapsed-seconds
            move 'FAILED' to run-status
            perform 7000-write-audit-record
        end-if
        perform 9480-release-locks
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9210-validate-candidate-value
*>same edit sieve.cob runs on every upperlim source: TEST-NUMVAL
*>rejects anything that is not a numeric literal, and the INSPECT
*>rejects a decimal point.
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
        display 'mastroll: could not examine '
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
                display 'mastroll: ' function trim(lock-resource)
                    ' is held by ' function trim(lk-owner)
                    ' since ' lk-run-timestamp '; wait for that'
                    ' run to finish or clear its lock by hand.'
            end-if
    end-read.

*>--------------------------------------------------------------------
*>9420-check-lock-stale
*>--------------------------------------------------------------------
9420-check-lock-stale.
    move 'N' to lock-stale.
    move spaces to lock-owner-status.
    open input audit-file.
    if not audit-file-ok
        exit paragraph
    end-if.
    move 'N' to lock-audit-eof.
    perform until lock-audit-at-end
        read audit-file
            at end move 'Y' to lock-audit-eof
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
        display 'mastroll: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'mastroll' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'mastroll: could not write '
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
*>9480-release-locks
*>--------------------------------------------------------------------
9480-release-locks.
    if master-lock-is-held
        move 'MASTER' to lock-resource
        perform 9450-release-lock
        move 'N' to master-lock-held
    end-if.
    if audit-lock-is-held
        move 'AUDIT' to lock-resource
        perform 9450-release-lock
        move 'N' to audit-lock-held
    end-if.
