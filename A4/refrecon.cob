*>--------------------------------------------------------
*>file: refrecon.cob
*>description: cross-reconciliation of the master prime
*>database against an external reference table. mastvrfy
*>proves SIEVE.MASTER consistent with itself, but a prime
*>the sieve and the check both get wrong the same way is
*>invisible to it. this job holds the master (and the
*>PRIMECNT.SUMMARY roll-up built from it) against a
*>published table from outside the system and reports
*>every disagreement, giving the people who rely on the
*>master an attestation that does not rest on our own
*>arithmetic.
*>
*>the reference file (REFERENCE.PRIMES, or the name given
*>on the command line) is line sequential, one item a line:
*>    nnnnnnn            a prime, in ascending order
*>    PI xxxxxx nnnnn    a pi(x) checkpoint: nnnnn primes
*>                       at or below xxxxxx
*>    RANGE lo hi        the window the prime list claims to
*>                       cover in full (optional; without it
*>                       the list covers its first prime to
*>                       its last, or 2 to its last when it
*>                       starts at 2)
*>blank lines and lines starting * are ignored.
*>
*>the prime list is matched two-file style against the
*>master over the range both actually cover -- the list's
*>window cut at mc-ceiling -- and every prime missing from
*>either side is listed. each pi(x) checkpoint at or below
*>the ceiling is held against the master's own ordinal of
*>the largest prime not above x, and, where x ends a whole
*>million, against the PRIMECNT.SUMMARY row for it. the
*>report (REFRECON.REPORT, same shape as MASTVRFY.REPORT)
*>says what range was compared and ends with a verdict.
*>completion code 0 when everything agrees, 4 when the
*>reference and the master share no coverage at all (so
*>nothing was attested), 8 on any disagreement or a
*>reference file that cannot be trusted.
*>--------------------------------------------------------
identification division.
program-id. refrecon.
environment division.
input-output section.
file-control.
    select reference-file assign to dynamic reference-file-name
        organization is line sequential
        file status is reference-file-status.
    select master-file assign to "SIEVE.MASTER"
        organization is indexed
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select summary-file assign to "PRIMECNT.SUMMARY"
        organization is line sequential
        file status is summary-file-status.
    select report-file assign to "REFRECON.REPORT"
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
fd reference-file.
    01  reference-record pic x(40).
fd master-file.
    copy "masteridxrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd summary-file.
    copy "cntsumrec.cpy".
fd report-file.
    copy "reconrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  reference-file-status pic x(2).
    88  reference-file-ok value '00'.
01  master-file-status pic x(2).
    88  master-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  summary-file-status pic x(2).
    88  summary-file-ok value '00'.
01  report-file-status pic x(2).
01  reference-file-name pic x(30) value 'REFERENCE.PRIMES'.
01  parm-from-jcl pic x(30).
01  reference-eof pic x(1).
    88  reference-at-end value 'Y'.
01  master-eof pic x(1).
    88  master-at-end value 'Y'.
01  summary-eof pic x(1).
    88  summary-at-end value 'Y'.

01  master-ceiling pic 9(10).
01  master-usable pic x(1).
    88  master-is-usable value 'Y'.

*>one reference line, picked apart into its words.
01  line-work pic x(40).
01  word-1 pic x(12).
01  word-2 pic x(12).
01  word-3 pic x(12).
01  word-4 pic x(12).
01  word-1-len pic 9(2).
01  word-2-len pic 9(2).
01  word-3-len pic 9(2).
01  line-bad pic x(1).
    88  line-is-bad value 'Y'.
01  line-kind pic x(1).
    88  line-is-skipped value ' '.
    88  line-is-prime value 'P'.
    88  line-is-checkpoint value 'C'.
    88  line-is-range value 'R'.
01  line-prime pic 9(11).
01  line-value-2 pic 9(11).

*>numeric edit on every reference figure, the rule 9210 in sieve.cob
*>holds every upperlim source to -- widened to eleven digits, since a
*>published pi(x) table runs to 10**10.
01  candidate-value pic x(12).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.

*>what the first pass learned about the reference file.
01  ref-line-count pic 9(10).
01  ref-bad-count pic 9(10).
01  first-bad-line pic 9(10).
01  ref-prime-count pic 9(10).
01  ref-order-errors pic 9(10).
01  first-unordered-ref pic 9(11).
01  ref-first-prime pic 9(11).
01  ref-last-prime pic 9(11).
01  ref-range-lo pic 9(11).
01  ref-range-hi pic 9(11).
01  ref-range-given pic x(1).
    88  ref-range-was-given value 'Y'.
01  ref-unusable pic x(1).
    88  ref-is-unusable value 'Y'.

*>the pi(x) checkpoints, held for the checks after the match. 200 is
*>every power of ten and every half-decade a published table carries,
*>many times over; any more are counted and reported, not checked.
01  pi-count pic 9(3) usage comp-5.
01  pi-tbl.
    02  pi-entry occurs 200 times.
        05  pi-x pic 9(11).
        05  pi-value pic 9(11).
01  px pic 9(3) usage comp-5.
01  pi-overflow-count pic 9(10).

*>the compared window and the match tallies.
01  compare-lo pic 9(11).
01  compare-hi pic 9(11).
01  compare-wanted pic x(1).
    88  compare-is-wanted value 'Y'.
01  ref-prime pic 9(11).
01  ref-done pic x(1).
    88  ref-is-done value 'Y'.
01  mas-prime pic 9(11).
01  mas-done pic x(1).
    88  mas-is-done value 'Y'.
01  matched-count pic 9(10).
01  missing-count pic 9(10).
01  extra-count pic 9(10).
01  listed-count pic 9(5).
*>the first 200 disagreements are listed one a line; a systematic
*>fault can run to millions, and the counts carry the rest.
01  list-limit pic 9(5) value 200.

*>pi(x) check working fields.
01  probe-prime pic 9(11).
01  probe-found pic x(1).
    88  probe-was-found value 'Y'.
01  master-pi pic 9(11).
01  summary-pi pic 9(11).
01  summary-found pic x(1).
    88  summary-was-found value 'Y'.
01  million-rem pic 9(7).
01  million-quot pic 9(11).
01  pi-checked-count pic 9(5).
01  pi-mismatch-count pic 9(5).
01  pi-beyond-count pic 9(5).

01  check-failed pic x(1).
    88  run-has-failed value 'Y'.
01  edit-number pic z(10)9.
01  edit-number-2 pic z(10)9.
01  edit-number-3 pic z(10)9.

*>run serialization lock -----------------------------------------------
*>the whole comparison runs under SIEVE.LOCK.MASTER, as mastvrfy's
*>does: a match read across a merge in flight would report primes
*>missing that the merge was about to write. this job writes no audit
*>row, so its abend path releases the lock itself.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  audit-eof pic x(1).
    88  audit-at-end value 'Y'.
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
01  master-lock-held pic x(1) value 'N'.
    88  master-lock-is-held value 'Y'.

*>report-file-status is checked after every report I-O verb ----------
01  failing-verb pic x(30).

procedure division.
    perform 1000-initialize.
    perform 1500-take-master-lock.
    perform 2000-read-master-control.
    perform 3000-scan-reference.
    if not ref-is-unusable
        perform 4000-set-compare-window
        if compare-is-wanted
            perform 5000-match-prime-list
        end-if
        perform 6000-check-pi-checkpoints
    end-if.
    perform 7000-write-summary-lines.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    if parm-from-jcl is not equal spaces
        move function trim(parm-from-jcl) to reference-file-name
    end-if.

    move 'N' to check-failed.
    move 'N' to ref-unusable.
    move 0 to matched-count.
    move 0 to missing-count.
    move 0 to extra-count.
    move 0 to pi-checked-count.
    move 0 to pi-mismatch-count.
    move 0 to pi-beyond-count.
    move 'N' to compare-wanted.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move spaces to vr-report-rec.
    move 'reconciliation of SIEVE.MASTER with' to vr-label.
    move reference-file-name to vr-value.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>1500-take-master-lock
*>--------------------------------------------------------------------
1500-take-master-lock.
    move 'MASTER' to lock-resource.
    move function current-date(1:14) to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        move spaces to vr-report-rec
        move 'master lock' to vr-label
        move 'FAIL - held by another job' to vr-value
        perform 5900-write-report-line
        set run-has-failed to true
        perform 8000-finish
        stop run
    end-if.
    set master-lock-is-held to true.

*>--------------------------------------------------------------------
*>2000-read-master-control
*>the same single-record read 3600 in sieve.cob does. the ceiling is
*>the edge of what the master vouches for, so it is the edge of what
*>can be compared; a master that will not open compares nothing.
*>--------------------------------------------------------------------
2000-read-master-control.
    move 0 to master-ceiling.
    move 'N' to master-usable.
    open input master-ctl-file.
    if master-ctl-ok
        read master-ctl-file into mc-master-ctl-rec
            at end continue
            not at end
                if mc-rec-type is equal 'C'
                    move mc-ceiling to master-ceiling
                end-if
        end-read
        close master-ctl-file
    end-if.

    if master-ceiling >= 2
        open input master-file
        if master-file-ok
            set master-is-usable to true
        else
            move spaces to vr-report-rec
            move 'master file opens' to vr-label
            string 'FAIL - status ' master-file-status
                delimited by size into vr-value
            perform 5900-write-report-line
            set run-has-failed to true
            move 0 to master-ceiling
        end-if
    end-if.

    move spaces to vr-report-rec.
    move 'master ceiling' to vr-label.
    move master-ceiling to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>3000-scan-reference
*>first pass: every line edited, the prime list proved ascending and
*>its window learned, the checkpoints set aside. a list out of order
*>cannot be matched two-file style at all, and a line that is none of
*>the three kinds means the file is not what it claims to be -- either
*>way nothing is compared and the run fails.
*>--------------------------------------------------------------------
3000-scan-reference.
    move 0 to ref-line-count.
    move 0 to ref-bad-count.
    move 0 to first-bad-line.
    move 0 to ref-prime-count.
    move 0 to ref-order-errors.
    move 0 to first-unordered-ref.
    move 0 to ref-first-prime.
    move 0 to ref-last-prime.
    move 'N' to ref-range-given.
    move 0 to pi-count.
    move 0 to pi-overflow-count.

    open input reference-file.
    if not reference-file-ok
        move spaces to vr-report-rec
        move 'reference file opens' to vr-label
        string 'FAIL - status ' reference-file-status
            delimited by size into vr-value
        perform 5900-write-report-line
        set ref-is-unusable to true
        set run-has-failed to true
        exit paragraph
    end-if.

    move 'N' to reference-eof.
    perform until reference-at-end
        read reference-file
            at end move 'Y' to reference-eof
            not at end
                add 1 to ref-line-count
                perform 3100-parse-reference-line
                perform 3200-note-reference-line
        end-read
    end-perform.
    close reference-file.

    move spaces to vr-report-rec.
    move 'reference lines read' to vr-label.
    move ref-line-count to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'reference lines readable' to vr-label.
    if ref-bad-count = 0
        move 'PASS' to vr-value
    else
        move ref-bad-count to edit-number
        move first-bad-line to edit-number-2
        string 'FAIL - ' function trim(edit-number)
            ', first at line ' function trim(edit-number-2)
            delimited by size into vr-value
        set ref-is-unusable to true
        set run-has-failed to true
    end-if.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'reference primes ascending' to vr-label.
    if ref-order-errors = 0
        move 'PASS' to vr-value
    else
        move first-unordered-ref to edit-number
        string 'FAIL - at ' function trim(edit-number)
            delimited by size into vr-value
        set ref-is-unusable to true
        set run-has-failed to true
    end-if.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'reference primes / checkpoints' to vr-label.
    move ref-prime-count to edit-number.
    compute edit-number-2 = pi-count + pi-overflow-count.
    string function trim(edit-number) ' / '
        function trim(edit-number-2)
        delimited by size into vr-value.
    perform 5900-write-report-line.

    if pi-overflow-count > 0
        move spaces to vr-report-rec
        move 'checkpoints past the first 200' to vr-label
        move pi-overflow-count to edit-number
        string function trim(edit-number) ' not checked'
            delimited by size into vr-value
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>3100-parse-reference-line
*>sorts one line into a prime, a checkpoint, a range declaration, a
*>line to skip, or a bad line.
*>--------------------------------------------------------------------
3100-parse-reference-line.
    move 'N' to line-bad.
    move space to line-kind.
    move 0 to line-prime.
    move 0 to line-value-2.
    move function trim(reference-record) to line-work.
    if line-work is equal spaces or line-work(1:1) is equal '*'
        exit paragraph
    end-if.

    move spaces to word-1.
    move spaces to word-2.
    move spaces to word-3.
    move spaces to word-4.
    move 0 to word-1-len.
    move 0 to word-2-len.
    move 0 to word-3-len.
    unstring line-work delimited by all space
        into word-1 count in word-1-len
             word-2 count in word-2-len
             word-3 count in word-3-len
             word-4
    end-unstring.
    move function upper-case(word-1) to word-1.

    evaluate true
        when word-1 is equal 'PI' or word-1 is equal 'RANGE'
            if word-4 is not equal spaces
                or word-2-len = 0 or word-2-len > 11
                or word-3-len = 0 or word-3-len > 11
                set line-is-bad to true
                exit paragraph
            end-if
            move word-2 to candidate-value
            perform 9210-validate-candidate-value
            if not value-is-valid
                set line-is-bad to true
                exit paragraph
            end-if
            move candidate-value to line-prime
            move word-3 to candidate-value
            perform 9210-validate-candidate-value
            if not value-is-valid
                set line-is-bad to true
                exit paragraph
            end-if
            move candidate-value to line-value-2
            if word-1 is equal 'PI'
                set line-is-checkpoint to true
            else
                if line-value-2 < line-prime
                    set line-is-bad to true
                    exit paragraph
                end-if
                set line-is-range to true
            end-if
        when other
            if word-2 is not equal spaces
                or word-1-len = 0 or word-1-len > 11
                set line-is-bad to true
                exit paragraph
            end-if
            move word-1 to candidate-value
            perform 9210-validate-candidate-value
            if not value-is-valid
                set line-is-bad to true
                exit paragraph
            end-if
            move candidate-value to line-prime
            set line-is-prime to true
    end-evaluate.

*>--------------------------------------------------------------------
*>3200-note-reference-line
*>--------------------------------------------------------------------
3200-note-reference-line.
    if line-is-bad
        add 1 to ref-bad-count
        if ref-bad-count = 1
            move ref-line-count to first-bad-line
        end-if
        exit paragraph
    end-if.

    evaluate true
        when line-is-prime
            add 1 to ref-prime-count
            if ref-prime-count = 1
                move line-prime to ref-first-prime
            else
                if line-prime not > ref-last-prime
                    add 1 to ref-order-errors
                    if ref-order-errors = 1
                        move line-prime to first-unordered-ref
                    end-if
                end-if
            end-if
            move line-prime to ref-last-prime
        when line-is-checkpoint
            if pi-count < 200
                add 1 to pi-count
                move line-prime to pi-x(pi-count)
                move line-value-2 to pi-value(pi-count)
            else
                add 1 to pi-overflow-count
            end-if
        when line-is-range
            set ref-range-was-given to true
            move line-prime to ref-range-lo
            move line-value-2 to ref-range-hi
    end-evaluate.

*>--------------------------------------------------------------------
*>4000-set-compare-window
*>the list's claimed window, cut to what the master vouches for. a
*>list that starts at 2 claims everything from 2; any other list only
*>the stretch between its own first and last prime, unless a RANGE
*>line says otherwise.
*>--------------------------------------------------------------------
4000-set-compare-window.
    if not ref-range-was-given
        if ref-prime-count = 0
            move 0 to ref-range-lo
            move 0 to ref-range-hi
        else
            move ref-first-prime to ref-range-lo
            move ref-last-prime to ref-range-hi
        end-if
    end-if.

    move ref-range-lo to compare-lo.
    if compare-lo < 2
        move 2 to compare-lo
    end-if.
    move ref-range-hi to compare-hi.
    if compare-hi > master-ceiling
        move master-ceiling to compare-hi
    end-if.

    move spaces to vr-report-rec.
    move 'reference list covers' to vr-label.
    if ref-range-hi = 0
        move 'no prime list' to vr-value
    else
        move ref-range-lo to edit-number
        move ref-range-hi to edit-number-2
        string function trim(edit-number) ' - '
            function trim(edit-number-2)
            delimited by size into vr-value
    end-if.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'coverage compared' to vr-label.
    if not master-is-usable or ref-range-hi = 0
        or compare-hi < compare-lo
        move 'none - no common range' to vr-value
    else
        set compare-is-wanted to true
        move compare-lo to edit-number
        move compare-hi to edit-number-2
        string function trim(edit-number) ' - '
            function trim(edit-number-2)
            delimited by size into vr-value
    end-if.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5000-match-prime-list
*>the classic balanced-line match: both sides ascending, the lower
*>key is the one the other side lacks. only primes inside the compared
*>window take part on either side.
*>--------------------------------------------------------------------
5000-match-prime-list.
    move 0 to listed-count.
    move 'N' to ref-done.
    move 'N' to mas-done.

    open input reference-file.
    if not reference-file-ok
        set run-has-failed to true
        exit paragraph
    end-if.
    move 'N' to reference-eof.
    perform 5100-next-reference-prime.

    move compare-lo to mp-prime.
    start master-file key is not less than mp-prime
        invalid key set mas-is-done to true
    end-start.
    if not mas-is-done
        perform 5200-next-master-prime
    end-if.

    perform until ref-is-done and mas-is-done
        evaluate true
            when mas-is-done
                perform 5300-report-missing
                perform 5100-next-reference-prime
            when ref-is-done
                perform 5400-report-extra
                perform 5200-next-master-prime
            when ref-prime < mas-prime
                perform 5300-report-missing
                perform 5100-next-reference-prime
            when ref-prime > mas-prime
                perform 5400-report-extra
                perform 5200-next-master-prime
            when other
                add 1 to matched-count
                perform 5100-next-reference-prime
                perform 5200-next-master-prime
        end-evaluate
    end-perform.
    close reference-file.

*>--------------------------------------------------------------------
*>5100-next-reference-prime
*>--------------------------------------------------------------------
5100-next-reference-prime.
    move 'N' to probe-found.
    perform until probe-was-found or ref-is-done
        read reference-file
            at end
                set ref-is-done to true
            not at end
                perform 3100-parse-reference-line
                if line-is-prime
                    if line-prime > compare-hi
                        set ref-is-done to true
                    else
                        if line-prime >= compare-lo
                            move line-prime to ref-prime
                            set probe-was-found to true
                        end-if
                    end-if
                end-if
        end-read
    end-perform.

*>--------------------------------------------------------------------
*>5200-next-master-prime
*>--------------------------------------------------------------------
5200-next-master-prime.
    read master-file next record
        at end set mas-is-done to true
        not at end
            if mp-prime > compare-hi
                set mas-is-done to true
            else
                move mp-prime to mas-prime
            end-if
    end-read.

*>--------------------------------------------------------------------
*>5300-report-missing / 5400-report-extra
*>--------------------------------------------------------------------
5300-report-missing.
    add 1 to missing-count.
    set run-has-failed to true.
    if listed-count < list-limit
        add 1 to listed-count
        move spaces to vr-report-rec
        move 'missing from master' to vr-label
        move ref-prime to edit-number
        move function trim(edit-number) to vr-value
        perform 5900-write-report-line
    end-if.

5400-report-extra.
    add 1 to extra-count.
    set run-has-failed to true.
    if listed-count < list-limit
        add 1 to listed-count
        move spaces to vr-report-rec
        move 'in master, not in reference' to vr-label
        move mas-prime to edit-number
        move function trim(edit-number) to vr-value
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>6000-check-pi-checkpoints
*>pi(x) off the master is the mp-seq-no of the largest prime not above
*>x, found by probing down from x with keyed reads -- a few hundred at
*>the very worst below ten digits, and usually a handful.
*>--------------------------------------------------------------------
6000-check-pi-checkpoints.
    perform varying px from 1 by 1 until px > pi-count
        perform 6100-check-one-checkpoint
    end-perform.

*>--------------------------------------------------------------------
*>6100-check-one-checkpoint
*>--------------------------------------------------------------------
6100-check-one-checkpoint.
    move spaces to vr-report-rec.
    move pi-x(px) to edit-number.
    string 'pi(' function trim(edit-number) ')'
        delimited by size into vr-label.

    if not master-is-usable or pi-x(px) > master-ceiling
        add 1 to pi-beyond-count
        move 'not compared - beyond ceiling' to vr-value
        perform 5900-write-report-line
        exit paragraph
    end-if.
    add 1 to pi-checked-count.

    move 0 to master-pi.
    move 'N' to probe-found.
    move pi-x(px) to probe-prime.
    perform until probe-was-found or probe-prime < 2
        move probe-prime to mp-prime
        read master-file
            invalid key subtract 1 from probe-prime
            not invalid key set probe-was-found to true
        end-read
    end-perform.
    if probe-was-found
        move mp-seq-no to master-pi
    end-if.

    move 'N' to summary-found.
    divide pi-x(px) by 1000000 giving million-quot
        remainder million-rem.
    if million-rem = 0 and pi-x(px) > 0
        perform 6200-find-summary-row
    end-if.

    move pi-value(px) to edit-number.
    move master-pi to edit-number-2.
    if master-pi is not equal pi-value(px)
        or (summary-was-found and summary-pi is not equal pi-value(px))
        add 1 to pi-mismatch-count
        set run-has-failed to true
        if summary-was-found
            move summary-pi to edit-number-3
            string 'FAIL ' function trim(edit-number) '/'
                function trim(edit-number-2) '/'
                function trim(edit-number-3)
                delimited by size into vr-value
        else
            string 'FAIL ' function trim(edit-number) '/'
                function trim(edit-number-2)
                delimited by size into vr-value
        end-if
    else
        if summary-was-found
            string 'PASS ' function trim(edit-number)
                ' (with summary)' delimited by size into vr-value
        else
            string 'PASS ' function trim(edit-number)
                delimited by size into vr-value
        end-if
    end-if.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>6200-find-summary-row
*>a summary row only exists once pibuild has rolled its block up, so
*>a missing row is no finding -- only a row that disagrees is.
*>--------------------------------------------------------------------
6200-find-summary-row.
    open input summary-file.
    if not summary-file-ok
        exit paragraph
    end-if.
    move 'N' to summary-eof.
    perform until summary-at-end
        read summary-file
            at end move 'Y' to summary-eof
            not at end
                if cs-rec-type is equal 'S'
                    and cs-block-hi is equal pi-x(px)
                    set summary-was-found to true
                    move cs-cum-count to summary-pi
                    move 'Y' to summary-eof
                end-if
        end-read
    end-perform.
    close summary-file.

*>--------------------------------------------------------------------
*>7000-write-summary-lines
*>--------------------------------------------------------------------
7000-write-summary-lines.
    move spaces to vr-report-rec.
    move 'primes matched' to vr-label.
    move matched-count to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'missing from master' to vr-label.
    move missing-count to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'in master, not in reference' to vr-label.
    move extra-count to edit-number.
    move function trim(edit-number) to vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'pi(x) checked / mismatched / beyond' to vr-label.
    move pi-checked-count to edit-number.
    move pi-mismatch-count to edit-number-2.
    move pi-beyond-count to edit-number-3.
    string function trim(edit-number) ' / '
        function trim(edit-number-2) ' / '
        function trim(edit-number-3)
        delimited by size into vr-value.
    perform 5900-write-report-line.

    move spaces to vr-report-rec.
    move 'overall verdict' to vr-label.
    evaluate true
        when run-has-failed
            move 'FAIL' to vr-value
        when not compare-is-wanted and pi-checked-count = 0
            move 'NOTHING COMPARED' to vr-value
        when other
            move 'PASS' to vr-value
    end-evaluate.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write vr-report-rec.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    if master-is-usable
        close master-file
        move 'N' to master-usable
    end-if.
    if master-lock-is-held
        move 'MASTER' to lock-resource
        perform 9450-release-lock
        move 'N' to master-lock-held
    end-if.

    close report-file.
    move 'CLOSE REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    evaluate true
        when run-has-failed
            display 'refrecon: SIEVE.MASTER disagrees with '
                function trim(reference-file-name)
                ', see REFRECON.REPORT.'
            move 8 to return-code
        when not compare-is-wanted and pi-checked-count = 0
            display 'refrecon: nothing in '
                function trim(reference-file-name)
                ' falls under the master ceiling.'
            move 4 to return-code
        when other
            display 'refrecon: SIEVE.MASTER agrees with '
                function trim(reference-file-name) '.'
    end-evaluate.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report file status = ' report-file-status
        *>this job never writes an audit row, so a lock it died
        *>holding could never be proven stale by 9420 -- the abend
        *>path releases it itself.
        if master-lock-is-held
            move 'MASTER' to lock-resource
            perform 9450-release-lock
        end-if
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
        display 'refrecon: could not examine '
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
                display 'refrecon: ' function trim(lock-resource)
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
        display 'refrecon: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'refrecon' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'refrecon: could not write '
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
