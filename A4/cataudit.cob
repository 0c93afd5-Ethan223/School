*>--------------------------------------------------------
*>file: cataudit.cob
*>description: artifact catalog audit. outverif.cob proves
*>an extract is consistent with itself, which an edited file
*>re-totalled by hand -- or another run's file copied over
*>it -- still is. every producing program now registers what
*>it wrote on SIEVE.CATALOG (catalogrec.cpy): the record
*>count, the hash total over the primes, the first and last
*>prime and when. this job reads the catalogued files back
*>and compares, reporting each entry on CATAUDIT.REPORT as
*>
*>  MATCH       the file is exactly as registered;
*>  ALTERED     it is there but differs -- a count, the hash,
*>              the first or last prime, or the run id it
*>              carries inside;
*>  MISSING     it is not there and nothing retired it;
*>  RETIRED     houskeep.cob removed it, and when (not
*>              re-read);
*>  SUPERSEDED  a later run wrote a file of the same name
*>              and registered it, so this entry describes a
*>              file that no longer exists by design (not
*>              re-read -- OUTPUT0001.TXT is rewritten every
*>              control-file night).
*>
*>the command line picks what is audited: nothing (or ALL)
*>for every entry, RUN <run id> for one run's artifacts, or
*>FILE <name> for every entry naming one file. the outcome
*>of each re-read is stamped back on its entry. anything
*>ALTERED or MISSING completes with 4; a selection that is
*>not one of the three, or no catalog, completes with 8.
*>
*>SIEVE.LOCK.AUDIT is held for the whole job, the way
*>houskeep.cob holds it, so no sieve run is writing the
*>files being compared while they are read.
*>--------------------------------------------------------
identification division.
program-id. cataudit.
environment division.
input-output section.
file-control.
    select catalog-file assign to "SIEVE.CATALOG"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is catalog-file-status.
    select artifact-file assign to dynamic artifact-file-name
        organization is line sequential
        file status is artifact-file-status.
    select artifact-index-file assign to dynamic artifact-file-name
        organization is indexed
        access mode is dynamic
        record key is pi-prime
        file status is artifact-file-status.
    select report-file assign to "CATAUDIT.REPORT"
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
fd catalog-file.
    copy "catalogrec.cpy".
fd artifact-file.
    01  artifact-line pic x(80).
    copy "outrec.cpy".
    copy "statrec.cpy".
fd artifact-index-file.
    copy "primeidxrec.cpy".
fd report-file.
    01  ca-report-line pic x(100).
fd audit-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  catalog-file-status pic x(2).
    88  catalog-file-ok value '00'.
01  artifact-file-status pic x(2).
    88  artifact-file-ok value '00'.
    88  artifact-not-found value '35'.
01  report-file-status pic x(2).
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  catalog-eof pic x(1).
    88  catalog-at-end value 'Y'.
01  artifact-eof pic x(1).
    88  artifact-at-end value 'Y'.
01  audit-eof pic x(1).
    88  audit-at-end value 'Y'.
01  parm-from-jcl pic x(40).
01  audit-timestamp pic x(14).

*>the selection off the command line --------------------------------
01  selection-mode pic x(4).
    88  select-all value 'ALL'.
    88  select-run value 'RUN'.
    88  select-file value 'FILE'.
01  selection-value pic x(20).

*>the newest registration of each artifact name, from a first pass
*>over the catalog: an ACTIVE entry that is not its name's newest was
*>overwritten by a later run. 2000 names is far past the OUTPUTnnnn /
*>STATSnnnn / PRIMEIDXnnnn numbering a control file reaches; a name
*>past it is audited as if it were newest, and the report says so.
01  name-count pic 9(4) usage comp-5 value 0.
01  name-tbl.
    02  name-entry occurs 2000 times.
        05  nm-artifact-name    pic x(20).
        05  nm-newest-timestamp pic x(14).
        05  nm-newest-run-id    pic x(18).
01  nx pic 9(4) usage comp-5.
01  name-found pic x(1).
    88  name-is-found value 'Y'.
01  name-overflow pic x(1) value 'N'.
    88  name-has-overflowed value 'Y'.

*>the file as it reads back now -------------------------------------
01  artifact-file-name pic x(20).
01  artifact-record-count pic 9(10).
01  artifact-hash-total pic 9(18).
01  artifact-first-prime pic 9(10).
01  artifact-last-prime pic 9(10).
01  artifact-value pic 9(18).
01  artifact-figure-check pic 9(2).
01  artifact-run-id-bad pic x(1).
    88  artifact-run-id-differs value 'Y'.
01  export-field-1 pic x(20).
01  export-field-2 pic x(20).
01  export-field-3 pic x(20).
01  export-field-4 pic x(20).
01  export-field-5 pic x(20).
01  export-field-6 pic x(20).

01  entry-result pic x(10).
01  entry-detail pic x(40).
01  matched-count pic 9(6) value 0.
01  altered-count pic 9(6) value 0.
01  missing-count pic 9(6) value 0.
01  retired-count pic 9(6) value 0.
01  superseded-count pic 9(6) value 0.
01  selected-count pic 9(6) value 0.
01  edit-number pic z(9)9.
01  edit-number-2 pic z(9)9.
01  edit-number-3 pic z(9)9.
01  edit-number-4 pic z(9)9.
01  edit-number-5 pic z(9)9.

*>report-file-status is checked after every report-file I-O verb -----
01  failing-verb pic x(30).

*>run serialization lock -----------------------------------------------
*>this job writes no audit row, so a lock it dies holding could never
*>be proven stale by 9420 -- the abend path releases it itself, as
*>houskeep.cob's does.
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
01  audit-lock-held pic x(1) value 'N'.
    88  audit-lock-is-held value 'Y'.

procedure division.
    perform 1000-initialize.
    perform 1500-take-audit-lock.
    perform 2000-note-newest-registrations.
    perform 3000-audit-catalog.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move function current-date(1:14) to audit-timestamp.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    move spaces to selection-value.
    evaluate true
        when parm-from-jcl is equal spaces
        when parm-from-jcl is equal 'ALL'
            move 'ALL' to selection-mode
        when parm-from-jcl(1:4) is equal 'RUN '
            move 'RUN' to selection-mode
            move function trim(parm-from-jcl(5:36)) to selection-value
        when parm-from-jcl(1:5) is equal 'FILE '
            move 'FILE' to selection-mode
            move function trim(parm-from-jcl(6:35)) to selection-value
        when other
            move spaces to selection-mode
    end-evaluate.
    if (not select-all and selection-value is equal spaces)
        display 'cataudit: give ALL, RUN <run id> or FILE <name>.'
        move 8 to return-code
        stop run
    end-if.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move spaces to ca-report-line.
    string 'artifact catalog audit, run ' audit-timestamp
        ', selection ' function trim(selection-mode) ' '
        function trim(selection-value)
        delimited by size into ca-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>1500-take-audit-lock
*>--------------------------------------------------------------------
1500-take-audit-lock.
    move 'AUDIT' to lock-resource.
    move audit-timestamp to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        move 'SIEVE.AUDIT is locked by a live run; catalog audit'
            & ' deferred.' to ca-report-line
        perform 5900-write-report-line
        close report-file
        display 'cataudit: deferred, shared files are locked.'
        move 8 to return-code
        stop run
    end-if.
    set audit-lock-is-held to true.

*>--------------------------------------------------------------------
*>2000-note-newest-registrations
*>--------------------------------------------------------------------
2000-note-newest-registrations.
    open input catalog-file.
    if not catalog-file-ok
        move spaces to ca-report-line
        string 'could not open SIEVE.CATALOG, status = '
            catalog-file-status '; nothing audited.'
            delimited by size into ca-report-line
        perform 5900-write-report-line
        display 'cataudit: could not open SIEVE.CATALOG, status = '
            catalog-file-status
        perform 8000-finish
        move 8 to return-code
        stop run
    end-if.

    move 'N' to catalog-eof.
    perform until catalog-at-end
        read catalog-file next record
            at end move 'Y' to catalog-eof
            not at end
                if ct-status is equal 'ACTIVE'
                    perform 2100-note-one-registration
                end-if
        end-read
    end-perform.
    close catalog-file.

    if name-has-overflowed
        move 'more than 2000 artifact names are catalogued; names past'
            & ' that are audited as newest.' to ca-report-line
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>2100-note-one-registration
*>the later creation timestamp wins; on a tie, the later run id --
*>the one the key order brings second.
*>--------------------------------------------------------------------
2100-note-one-registration.
    perform 2200-find-name.
    if name-is-found
        if ct-created-timestamp >= nm-newest-timestamp(nx)
            move ct-created-timestamp to nm-newest-timestamp(nx)
            move ct-run-id to nm-newest-run-id(nx)
        end-if
    else
        if name-count < 2000
            add 1 to name-count
            move ct-artifact-name to nm-artifact-name(name-count)
            move ct-created-timestamp to nm-newest-timestamp(name-count)
            move ct-run-id to nm-newest-run-id(name-count)
        else
            set name-has-overflowed to true
        end-if
    end-if.

*>--------------------------------------------------------------------
*>2200-find-name
*>leaves nx on the entry for ct-artifact-name when name-is-found.
*>--------------------------------------------------------------------
2200-find-name.
    move 'N' to name-found.
    perform varying nx from 1 by 1
        until nx > name-count or name-is-found
        if nm-artifact-name(nx) is equal ct-artifact-name
            set name-is-found to true
        end-if
    end-perform.
    if name-is-found
        subtract 1 from nx
    end-if.

*>--------------------------------------------------------------------
*>3000-audit-catalog
*>--------------------------------------------------------------------
3000-audit-catalog.
    open i-o catalog-file.
    if not catalog-file-ok
        display 'abend: OPEN I-O CATALOG-FILE failed, status = '
            catalog-file-status
        perform 9150-abend-release
    end-if.

    move spaces to ca-report-line.
    string 'run id             artifact             kind     '
        'result      detail'
        delimited by size into ca-report-line.
    perform 5900-write-report-line.

    move 'N' to catalog-eof.
    perform until catalog-at-end
        read catalog-file next record
            at end move 'Y' to catalog-eof
            not at end perform 3100-audit-one-entry
        end-read
    end-perform.
    close catalog-file.

*>--------------------------------------------------------------------
*>3100-audit-one-entry
*>--------------------------------------------------------------------
3100-audit-one-entry.
    if select-run and ct-run-id is not equal selection-value
        exit paragraph
    end-if.
    if select-file and ct-artifact-name is not equal selection-value
        exit paragraph
    end-if.
    add 1 to selected-count.
    move spaces to entry-detail.

    if ct-status is equal 'RETIRED'
        move 'RETIRED' to entry-result
        string 'removed ' ct-retired-timestamp
            delimited by size into entry-detail
        add 1 to retired-count
        perform 3900-write-entry-line
        exit paragraph
    end-if.

    perform 2200-find-name.
    if name-is-found
        if nm-newest-run-id(nx) is not equal ct-run-id
            move 'SUPERSEDED' to entry-result
            string 'by run ' nm-newest-run-id(nx)
                delimited by size into entry-detail
            add 1 to superseded-count
            perform 3900-write-entry-line
            exit paragraph
        end-if
    end-if.

    move ct-artifact-name to artifact-file-name.
    evaluate ct-kind
        when 'INDEX'
            perform 3300-tally-index
        when other
            perform 3200-tally-line-file
    end-evaluate.

    evaluate true
        when artifact-not-found
            move 'MISSING' to entry-result
            add 1 to missing-count
        when not artifact-file-ok
            move 'ALTERED' to entry-result
            string 'unreadable, status ' artifact-file-status
                delimited by size into entry-detail
            add 1 to altered-count
        when other
            perform 3500-compare-with-catalog
    end-evaluate.

    move entry-result to ct-audit-result.
    move audit-timestamp to ct-audit-timestamp.
    rewrite ct-catalog-rec
        invalid key
            display 'cataudit: could not stamp the audit result on '
                function trim(ct-artifact-name) ', status = '
                catalog-file-status
    end-rewrite.
    perform 3900-write-entry-line.

*>--------------------------------------------------------------------
*>3200-tally-line-file
*>an extract, stats report or export, read back exactly the way its
*>producer read it to register it, run id included: the header of an
*>extract, the 'run id' line of a stats report, the second column of
*>every export row.
*>--------------------------------------------------------------------
3200-tally-line-file.
    perform 3400-reset-tally.
    open input artifact-file.
    if not artifact-file-ok
        exit paragraph
    end-if.
    perform until artifact-at-end
        read artifact-file
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                evaluate ct-kind
                    when 'EXTRACT'
                        perform 3210-tally-extract-record
                    when 'STATS'
                        perform 3220-tally-stats-record
                    when 'EXPORT'
                        perform 3230-tally-export-record
                end-evaluate
        end-read
    end-perform.
    close artifact-file.
    move '00' to artifact-file-status.

*>--------------------------------------------------------------------
*>3210-tally-extract-record
*>--------------------------------------------------------------------
3210-tally-extract-record.
    evaluate oh-rec-type
        when 'H'
            if oh-run-id is not equal ct-run-id
                set artifact-run-id-differs to true
            end-if
        when 'D'
            move od-prime to artifact-value
            perform 3450-add-to-hash
    end-evaluate.

*>--------------------------------------------------------------------
*>3220-tally-stats-record
*>--------------------------------------------------------------------
3220-tally-stats-record.
    if st-label is equal 'run id'
        if st-value(1:18) is not equal ct-run-id
            set artifact-run-id-differs to true
        end-if
    end-if.
    compute artifact-figure-check = function test-numval(st-value).
    if artifact-figure-check = 0
        compute artifact-value rounded = function numval(st-value) * 100
        perform 3460-add-figure-to-hash
    end-if.

*>--------------------------------------------------------------------
*>3230-tally-export-record
*>--------------------------------------------------------------------
3230-tally-export-record.
    if artifact-line(1:2) is equal 'T|'
        exit paragraph
    end-if.
    move spaces to export-field-2.
    move spaces to export-field-6.
    unstring artifact-line delimited by '|'
        into export-field-1 export-field-2 export-field-3
             export-field-4 export-field-5 export-field-6
    end-unstring.
    if export-field-2 is not equal ct-run-id
        set artifact-run-id-differs to true
    end-if.
    if function test-numval(export-field-6) is not equal 0
        exit paragraph
    end-if.
    compute artifact-value = function numval(export-field-6).
    perform 3450-add-to-hash.

*>--------------------------------------------------------------------
*>3300-tally-index
*>--------------------------------------------------------------------
3300-tally-index.
    perform 3400-reset-tally.
    open input artifact-index-file.
    if not artifact-file-ok
        exit paragraph
    end-if.
    perform until artifact-at-end
        read artifact-index-file next record
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                if pi-run-id is not equal ct-run-id
                    set artifact-run-id-differs to true
                end-if
                move pi-prime to artifact-value
                perform 3450-add-to-hash
        end-read
    end-perform.
    close artifact-index-file.
    move '00' to artifact-file-status.

*>--------------------------------------------------------------------
*>3400-reset-tally
*>--------------------------------------------------------------------
3400-reset-tally.
    move 'N' to artifact-eof.
    move 'N' to artifact-run-id-bad.
    move 0 to artifact-record-count.
    move 0 to artifact-hash-total.
    move 0 to artifact-first-prime.
    move 0 to artifact-last-prime.

*>--------------------------------------------------------------------
*>3450-add-to-hash / 3460-add-figure-to-hash
*>modulo 10**18, exactly as the producers carry it.
*>--------------------------------------------------------------------
3450-add-to-hash.
    if artifact-first-prime = 0
        move artifact-value to artifact-first-prime
    end-if.
    move artifact-value to artifact-last-prime.
    perform 3460-add-figure-to-hash.

3460-add-figure-to-hash.
    add artifact-value to artifact-hash-total
        on size error
            compute artifact-hash-total = artifact-hash-total
                - (999999999999999999 - artifact-value) - 1
    end-add.

*>--------------------------------------------------------------------
*>3500-compare-with-catalog
*>the first difference found names the entry's detail; any one of
*>them makes the file ALTERED.
*>--------------------------------------------------------------------
3500-compare-with-catalog.
    move 'ALTERED' to entry-result.
    evaluate true
        when artifact-record-count is not equal ct-record-count
            move artifact-record-count to edit-number
            move ct-record-count to edit-number-2
            string function trim(edit-number) ' records, '
                function trim(edit-number-2) ' catalogued'
                delimited by size into entry-detail
        when artifact-hash-total is not equal ct-hash-total
            move 'hash total differs' to entry-detail
        when artifact-first-prime is not equal ct-first-prime
            or artifact-last-prime is not equal ct-last-prime
            move 'first or last prime differs' to entry-detail
        when artifact-run-id-differs
            move 'carries another run id' to entry-detail
        when other
            move 'MATCH' to entry-result
    end-evaluate.
    if entry-result is equal 'MATCH'
        add 1 to matched-count
    else
        add 1 to altered-count
    end-if.

*>--------------------------------------------------------------------
*>3900-write-entry-line
*>--------------------------------------------------------------------
3900-write-entry-line.
    move spaces to ca-report-line.
    string ct-run-id ' ' ct-artifact-name ' ' ct-kind ' '
        entry-result '  ' entry-detail
        delimited by size into ca-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write ca-report-line.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    if audit-lock-is-held
        move 'AUDIT' to lock-resource
        perform 9450-release-lock
        move 'N' to audit-lock-held
    end-if.

    move selected-count to edit-number.
    move spaces to ca-report-line.
    string function trim(edit-number) ' entr(ies) selected'
        delimited by size into ca-report-line.
    perform 5900-write-report-line.
    move matched-count to edit-number.
    move altered-count to edit-number-2.
    move missing-count to edit-number-3.
    move retired-count to edit-number-4.
    move superseded-count to edit-number-5.
    move spaces to ca-report-line.
    string 'match ' function trim(edit-number)
        ', altered ' function trim(edit-number-2)
        ', missing ' function trim(edit-number-3)
        ', retired ' function trim(edit-number-4)
        ', superseded ' function trim(edit-number-5)
        delimited by size into ca-report-line.
    perform 5900-write-report-line.
    close report-file.

    display 'cataudit: ' function trim(ca-report-line)
        ', see CATAUDIT.REPORT.'.

    if altered-count > 0 or missing-count > 0
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
            ' failed, report file status = ' report-file-status
        perform 9150-abend-release
    end-if.

*>--------------------------------------------------------------------
*>9150-abend-release
*>the lock goes back before the abend completes -- see the
*>audit-lock-held note in working-storage.
*>--------------------------------------------------------------------
9150-abend-release.
    if audit-lock-is-held
        move 'AUDIT' to lock-resource
        perform 9450-release-lock
    end-if.
    move 12 to return-code.
    stop run.

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
        display 'cataudit: could not examine '
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
                display 'cataudit: ' function trim(lock-resource)
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
        display 'cataudit: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'cataudit' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'cataudit: could not write '
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
