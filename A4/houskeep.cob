*>unless the parameter file says otherwise. every removal,
*>and every file deliberately kept, goes to HOUSEKEEP.TXT
*>with its reason, so nobody has to guess afterwards what
*>went and why. an output-set file removed here is also
*>marked RETIRED on the artifact catalog (SIEVE.CATALOG),
*>so the catalog audit knows it went on purpose.
*>--------------------------------------------------------
identification division.
program-id. houskeep.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
    select catalog-file assign to "SIEVE.CATALOG"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is catalog-file-status.
data division.
file section.
fd retain-file.
fd audit-file.
    copy "auditrec.cpy".
fd audit-arch-file.
    01  audit-arch-rec pic x(103).
fd reject-log.
    copy "rejectrec.cpy".
fd reject-arch-file.
    01  reject-arch-rec pic x(37).
fd target-file.
    01  target-record pic x(80).
fd report-file.
    01  hk-report-line pic x(80).
fd lock-file.
    copy "lockrec.cpy".
fd catalog-file.
    copy "catalogrec.cpy".
working-storage section.
01  retain-file-status pic x(2).
    88  retain-file-ok value '00'.
01  sweep-blocked pic x(1) value 'N'.
    88  sweep-is-blocked value 'Y'.
01  aud-tbl.
    02  aud-image pic x(103) occurs 5000 times.

*>the reject log, trimmed on the same cutoff as the audit trail --
*>it grows just as unboundedly and rj-timestamp ages it the same way.
01  rej-count pic 9(4) usage comp-5.
01  rej-tbl.
    02  rej-image pic x(37) occurs 5000 times.
01  rej-overflow pic x(1) value 'N'.
    88  rej-has-overflowed value 'Y'.
01  rej-eof pic x(1).

01  failing-verb pic x(30).

*>artifact catalog ---------------------------------------------------
*>every catalog entry for a file an output-set removal took away --
*>whichever runs registered it -- is set RETIRED; checkpoint files
*>were never catalogued, so their removals do not look.
01  catalog-file-status pic x(2).
01  catalog-eof pic x(1).
    88  catalog-at-end value 'Y'.
01  retire-catalog pic x(1) value 'N'.
    88  retire-from-catalog value 'Y'.
01  retired-count pic 9(4).
01  retire-timestamp pic x(14).

*>run serialization lock -----------------------------------------------
*>this job archives and rewrites SIEVE.AUDIT and removes checkpoint
*>pairs, which must never interleave with a sieve run mid-append --
*>3000-age-off-output-sets
*>an output set goes only when the NEWEST audit row naming it has
*>aged past the cutoff -- a rerun inside the retention window keeps
*>the whole set alive however old its first run was. only rows naming
*>a sieve extract (output.txt or OUTPUTnnnn.TXT) describe an output
*>set; other batches journal here too (goldbach.cob names its report)
*>and their files are not this sweep's to remove.
*>--------------------------------------------------------------------
3000-age-off-output-sets.
    perform varying ax from 1 by 1 until ax > aud-count
        move aud-image(ax) to au-audit-rec
        move au-outfile-name to work-outfile-name
        perform 3100-check-name-done
        if work-outfile-name is not equal 'output.txt'
            and work-outfile-name(1:6) is not equal 'OUTPUT'
            set name-is-done to true
        end-if
        if not name-is-done
            perform 3200-find-newest-timestamp
            move newest-ts(1:8) to row-date
    end-if.

    move 'output set past retention' to reason-text.
    set retire-from-catalog to true.
    move work-outfile-name to target-file-name.
    perform 9000-remove-one-file.
    if stats-twin-name is not equal spaces
        move index-twin-name to target-file-name
        perform 9000-remove-one-file
    end-if.
    move 'N' to retire-catalog.

*>--------------------------------------------------------------------
*>4000-trim-audit-trail
*>the reject log ages on the audit cutoff, through the same
*>archive-then-rewrite shape as 4000: rows past retention land on
*>SIEVE.REJECTS.ARCH before SIEVE.REJECTS is rewritten without them.
*>rj-timestamp sits at offset 11 of the 37-byte record (rejectrec.cpy)
*>and its leading yyyymmdd is all the aging needs.
*>--------------------------------------------------------------------
4500-trim-reject-log.
*>never become the latest word that lets the sweep call a crashed
*>classic run's SIEVE.RESTART.100 completed -- exactly the
*>checkpoint-destroying confusion 2150 in sieve.cob promises never
*>to cause. rows from other batches are ignored for the same reason:
*>goldbach.cob's au-upperlim is the largest number it decomposed, not
*>a sieve limit, and its SUCCESS must never retire a classic run's
*>checkpoint that happens to share the value.
*>--------------------------------------------------------------------
5150-note-one-limit.
    if au-status is equal 'STARTED-W'
        or au-status is equal 'FAILED-W'
        exit paragraph
    end-if.
    if au-outfile-name is not equal 'output.txt'
        and au-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    move 'N' to limit-already-known.
    perform varying lx from 1 by 1
        until lx > limit-tbl-count or limit-is-known
            ' (' function trim(reason-text) ')'
            delimited by size into hk-report-line
        perform 5900-write-report-line
        if retire-from-catalog
            perform 9050-retire-catalog-entries
        end-if
    else
        if target-file-ok
            close target-file
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>9050-retire-catalog-entries
*>the catalog is keyed run id first, so the entries naming one file
*>are found by a pass over the whole of it. a missing catalog means
*>nothing was ever registered; one that will not open is reported.
*>--------------------------------------------------------------------
9050-retire-catalog-entries.
    move 0 to retired-count.
    move function current-date(1:14) to retire-timestamp.
    open i-o catalog-file.
    if catalog-file-status is equal '35'
        exit paragraph
    end-if.
    if catalog-file-status is not equal '00'
        move spaces to hk-report-line
        string 'could not open SIEVE.CATALOG to retire '
            function trim(target-file-name) ', status = '
            catalog-file-status
            delimited by size into hk-report-line
        perform 5900-write-report-line
        exit paragraph
    end-if.

    move 'N' to catalog-eof.
    move low-values to ct-key.
    start catalog-file key is not less than ct-key
        invalid key move 'Y' to catalog-eof
    end-start.
    perform until catalog-at-end
        read catalog-file next record
            at end move 'Y' to catalog-eof
            not at end
                if ct-artifact-name is equal target-file-name
                    and ct-status is equal 'ACTIVE'
                    move 'RETIRED' to ct-status
                    move retire-timestamp to ct-retired-timestamp
                    rewrite ct-catalog-rec
                        invalid key continue
                        not invalid key add 1 to retired-count
                    end-rewrite
                end-if
        end-read
    end-perform.
    close catalog-file.

    if retired-count > 0
        move retired-count to edit-number
        move spaces to hk-report-line
        string 'retired ' function trim(edit-number)
            ' catalog entr(ies) for ' function trim(target-file-name)
            delimited by size into hk-report-line
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
