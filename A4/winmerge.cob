    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
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
fd merge-control-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
fd retain-file.
    copy "retainrec.cpy".
fd gen-cat-file.
    copy "gencatrec.cpy".
fd gen-master-file.
    01  gen-master-image pic x(20).
fd gen-ctl-file.
    01  gen-ctl-image pic x(11).
working-storage section.
01  merge-control-status pic x(2).
    88  merge-control-ok value '00'.
01  master-lock-held pic x(1) value 'N'.
    88  master-lock-is-held value 'Y'.

*>master generations --------------------------------------------------
*>the restore point 3820 in sieve.cob takes before its merge, taken
*>here once before the first extract is folded in (3400), into the
*>same SIEVE.GENCAT catalog and under the same retention. this job
*>writes no audit row, so the run id the catalog names it by is built
*>the way every other batch builds one -- its start timestamp and
*>0000 -- and printed on WINMERGE.REPORT for MASTROLL to be given.
01  run-id pic x(18).
01  retain-file-status pic x(2).
    88  retain-file-ok value '00'.
01  gen-cat-status pic x(2).
    88  gen-cat-ok value '00'.
01  gen-master-status pic x(2).
    88  gen-master-ok value '00'.
01  gen-ctl-status pic x(2).
    88  gen-ctl-ok value '00'.
01  gen-master-file-name pic x(30).
01  gen-ctl-file-name pic x(30).
01  keep-generations pic 9(3).
01  gen-cat-count pic 9(4) usage comp-5.
01  gen-cat-tbl.
    02  gen-cat-image pic x(81) occurs 1000 times.
01  gen-cat-work pic x(81).
01  gx pic 9(4) usage comp-5.
01  gen-drop-count pic 9(4) usage comp-5.
01  gen-cat-eof pic x(1).
    88  gen-cat-at-end value 'Y'.
01  gen-number pic 9(4).
01  gen-row-count pic 9(10).
01  generation-taken pic x(1) value 'N'.
    88  generation-is-taken value 'Y'.
01  generation-failed pic x(1).
    88  generation-has-failed value 'Y'.

01  chain-stopped pic x(1).
    88  chain-is-stopped value 'Y'.
01  extracts-merged pic 9(4).
2000-read-master-state.
    move 'MASTER' to lock-resource.
    move function current-date(1:14) to lock-timestamp.
    move spaces to run-id.
    string lock-timestamp '0000' delimited by size into run-id.
    perform 9400-take-lock.
    if not lock-is-acquired
        move spaces to vr-report-rec
        exit paragraph
    end-if.

    if not generation-is-taken
        perform 3400-take-master-generation
        move spaces to vr-report-rec
        move 'master generation taken' to vr-label
        if generation-has-failed
            move 'FAIL - could not copy SIEVE.MASTER' to vr-value
            perform 5900-write-report-line
            set run-has-failed to true
            set chain-is-stopped to true
            move spaces to vr-report-rec
            move 'chain stopped, ceiling left standing' to vr-label
            move running-ceiling to edit-number
            move function trim(edit-number) to vr-value
            perform 5900-write-report-line
            exit paragraph
        end-if
        string gen-number ' for run ' run-id
            delimited by size into vr-value
        perform 5900-write-report-line
    end-if.

    perform 3200-merge-one-extract.
    if merge-has-failed
        set run-has-failed to true
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>3400-take-master-generation
*>the master and its control record as they stand right now, copied
*>row for row to the next generation number and cataloged PENDING
*>before 3200 writes a thing -- taken once, ahead of the first
*>extract's merge, so one generation undoes the whole chain this run
*>folds in. the same copy 3820 in sieve.cob takes, numbered in the
*>same catalog. anything that keeps the copy from reaching disk whole
*>removes what it did write and fails the generation, and the chain
*>stops with the ceiling standing.
*>--------------------------------------------------------------------
3400-take-master-generation.
    move 'N' to generation-taken.
    move 'N' to generation-failed.
    perform 3420-read-keep-generations.
    perform 3410-load-generation-catalog.

    move 1 to gen-number.
    if gen-cat-count > 0
        move gen-cat-image(gen-cat-count) to gc-gen-rec
        if gc-generation is numeric and gc-generation < 9999
            compute gen-number = gc-generation + 1
        end-if
    end-if.
    perform 3425-set-generation-names.

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
        perform 3445-remove-generation-files
        exit paragraph
    end-if.

    move spaces to gc-gen-rec.
    move gen-number to gc-generation.
    move run-id to gc-run-id.
    move running-ceiling to gc-old-ceiling.
    move running-ceiling to gc-new-ceiling.
    move function current-date(1:14) to gc-timestamp.
    move 'winmerge' to gc-owner.
    move gen-row-count to gc-row-count.
    move 'PENDING' to gc-merge-status.
    add 1 to gen-cat-count.
    move gc-gen-rec to gen-cat-image(gen-cat-count).
    perform 3450-write-generation-catalog.
    if generation-has-failed
        perform 3445-remove-generation-files
        exit paragraph
    end-if.
    set generation-is-taken to true.

*>--------------------------------------------------------------------
*>3410-load-generation-catalog
*>--------------------------------------------------------------------
3410-load-generation-catalog.
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
                    perform 3442-drop-oldest-generation
                end-if
                add 1 to gen-cat-count
                move gen-cat-work to gen-cat-image(gen-cat-count)
        end-read
    end-perform.
    close gen-cat-file.

*>--------------------------------------------------------------------
*>3420-read-keep-generations
*>the same SIEVE.RETAIN rule 3825 in sieve.cob applies.
*>--------------------------------------------------------------------
3420-read-keep-generations.
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
*>3425-set-generation-names
*>--------------------------------------------------------------------
3425-set-generation-names.
    move spaces to gen-master-file-name.
    string 'SIEVE.MASTER.G' gen-number
        delimited by size into gen-master-file-name.
    move spaces to gen-ctl-file-name.
    string 'SIEVE.MASTER.CTL.G' gen-number
        delimited by size into gen-ctl-file-name.

*>--------------------------------------------------------------------
*>3430-close-generation
*>the chain is over either way: the catalog row learns the ceiling
*>this run left standing, and MERGED only when every merge it tried
*>came back clean. the oldest generations past the retention go with
*>the same rewrite.
*>--------------------------------------------------------------------
3430-close-generation.
    move gen-cat-image(gen-cat-count) to gc-gen-rec.
    move running-ceiling to gc-new-ceiling.
    if extracts-merged > 0 and not merge-has-failed
        move 'MERGED' to gc-merge-status
    else
        move 'FAILED' to gc-merge-status
    end-if.
    move gc-gen-rec to gen-cat-image(gen-cat-count).

    perform 3440-prune-generations.
    perform 3450-write-generation-catalog.
    if generation-has-failed
        move spaces to vr-report-rec
        move 'generation catalog rewritten' to vr-label
        string 'FAIL - status ' gen-cat-status
            delimited by size into vr-value
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>3440-prune-generations
*>--------------------------------------------------------------------
3440-prune-generations.
    perform until gen-cat-count <= keep-generations
        perform 3442-drop-oldest-generation
    end-perform.

*>--------------------------------------------------------------------
*>3442-drop-oldest-generation
*>the oldest catalog row and its two files go together.
*>--------------------------------------------------------------------
3442-drop-oldest-generation.
    move gen-cat-image(1) to gc-gen-rec.
    if gc-generation is numeric
        move gc-generation to gen-number
        perform 3425-set-generation-names
        perform 3445-remove-generation-files
    end-if.
    compute gen-drop-count = gen-cat-count - 1.
    perform varying gx from 1 by 1 until gx > gen-drop-count
        move gen-cat-image(gx + 1) to gen-cat-image(gx)
    end-perform.
    move gen-drop-count to gen-cat-count.

*>--------------------------------------------------------------------
*>3445-remove-generation-files
*>--------------------------------------------------------------------
3445-remove-generation-files.
    delete file gen-master-file.
    delete file gen-ctl-file.

*>--------------------------------------------------------------------
*>3450-write-generation-catalog
*>--------------------------------------------------------------------
3450-write-generation-catalog.
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
*>5900-write-report-line
*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    if generation-is-taken
        perform 3430-close-generation
    end-if.
    if master-lock-is-held
        move 'MASTER' to lock-resource
        perform 9450-release-lock
