*>--------------------------------------------------------
*>file: constell.cob
*>description: prime constellation and special-form
*>classification batch. the analysts kept pulling extracts
*>and writing throwaway programs to find twin primes,
*>cousin and sexy pairs, prime triplets and quadruplets,
*>sophie germain and safe primes and emirps -- every one
*>of those answers is already sitting in SIEVE.MASTER, so
*>this job works them out once and keeps them in an
*>indexed classification file (SIEVE.CLASS) keyed on the
*>prime, one record per master prime with a flag for each
*>class and the partner prime(s) that earn it.
*>
*>the master only grows at the top, so a run only
*>classifies the primes above the point SIEVE.CLASS.CTL
*>says the file was last brought up to. a prime whose
*>verdict needs a partner above the ceiling (p+8 for the
*>constellations, 2p+1 for sophie germain, the digit
*>reversal for emirp) is flagged P and listed in
*>SIEVE.CLASS.PEND with the value it waits for; a later
*>run reclassifies just those whose partner the master
*>now covers. a ceiling below the classified point means
*>the master was rolled back or rebuilt lower, and the
*>class file is rebuilt from 2 rather than keep verdicts
*>the master no longer vouches for; REBUILD on the command
*>line forces the same.
*>
*>every run ends with a printed summary of the counts per
*>class in each million (CONSTELL.REPORT).
*>--------------------------------------------------------
identification division.
program-id. constell.
environment division.
input-output section.
file-control.
    select master-file assign to "SIEVE.MASTER"
        organization is indexed
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select class-file assign to "SIEVE.CLASS"
        organization is indexed
        access mode is dynamic
        record key is cl-prime
        file status is class-file-status.
    select class-ctl-file assign to "SIEVE.CLASS.CTL"
        organization is line sequential
        file status is class-ctl-status.
    select pend-file assign to "SIEVE.CLASS.PEND"
        organization is line sequential
        file status is pend-file-status.
    select pend-new-file assign to "SIEVE.CLASS.PEND.NEW"
        organization is line sequential
        file status is pend-new-status.
    select report-file assign to "CONSTELL.REPORT"
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
fd master-file.
    copy "masteridxrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd class-file.
    copy "classrec.cpy".
fd class-ctl-file.
    copy "classctlrec.cpy".
fd pend-file.
    copy "classpendrec.cpy".
fd pend-new-file.
    01  pend-new-record pic x(21).
fd report-file.
    01  cn-report-line pic x(80).
fd audit-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  master-file-status pic x(2).
    88  master-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  class-file-status pic x(2).
    88  class-file-ok value '00'.
01  class-ctl-status pic x(2).
    88  class-ctl-ok value '00'.
01  pend-file-status pic x(2).
    88  pend-file-ok value '00'.
01  pend-new-status pic x(2).
    88  pend-new-ok value '00'.
01  report-file-status pic x(2).
01  master-eof pic x(1).
    88  master-at-end value 'Y'.
01  master-opened pic x(1) value 'N'.
    88  master-is-open value 'Y'.
01  class-eof pic x(1).
    88  class-at-end value 'Y'.
01  pend-eof pic x(1).
    88  pend-at-end value 'Y'.

*>resume by default; REBUILD on the command line classifies the whole
*>master again from 2.
01  parm-from-jcl pic x(20).
01  rebuild-wanted pic x(1) value 'N'.
    88  rebuild-is-wanted value 'Y'.

01  master-ceiling pic 9(10).
01  classified-through pic 9(10).
01  run-id pic x(18).
01  start-datetime pic x(21).

*>one value's standing against the master: Y prime, N not prime, P
*>above the ceiling and so not yet known either way.
01  probe-value pic 9(11).
01  probe-state pic x(1).

*>the eight neighbours every constellation is built from, p-8 through
*>p+8 in steps of two, probed once per prime and shared by all five
*>constellation tests.
01  near-tbl.
    02  near-state pic x(1) occurs 8 times.
01  near-offset-tbl.
    02  filler pic s9(2) value -8.
    02  filler pic s9(2) value -6.
    02  filler pic s9(2) value -4.
    02  filler pic s9(2) value -2.
    02  filler pic s9(2) value +2.
    02  filler pic s9(2) value +4.
    02  filler pic s9(2) value +6.
    02  filler pic s9(2) value +8.
01  near-offset-view redefines near-offset-tbl.
    02  near-offset pic s9(2) occurs 8 times.
01  nx pic 9(2) usage comp-5.
01  near-value pic s9(11).

*>a tuple candidate is judged from the states of the members other
*>than p: any N sinks it, all Y makes it, anything else waits.
01  tuple-state pic x(1).
01  tuple-member-1 pic x(1).
01  tuple-member-2 pic x(1).
01  tuple-member-3 pic x(1).
01  best-tuple-state pic x(1).

01  rev-work pic 9(10).
01  rev-digit pic 9(1).
01  rev-value pic 9(10).
01  safe-value pic 9(10).
01  safe-rem pic 9(1).

*>run tallies for the console and the report heading.
01  new-count pic 9(10).
01  settled-count pic 9(10).
01  pending-count pic 9(10).
01  edit-number pic z(9)9.

*>summary tallies, one million-block at a time as the class file is
*>read in key order, and the grand totals beneath them.
01  block-no pic 9(5).
01  this-block pic 9(5).
01  block-tally.
    02  block-count pic 9(7) occurs 9 times.
01  total-tally.
    02  total-count pic 9(10) occurs 9 times.
01  tx pic 9(2) usage comp-5.
01  edit-block pic z(4)9.
01  edit-tally.
    02  edit-tally-col pic z(6)9 occurs 9 times.
01  edit-total-col pic z(9)9.

*>run serialization lock -----------------------------------------------
*>SIEVE.LOCK.MASTER is held for the run: a merge or rollback moving the
*>ceiling under the walk would leave verdicts on either side of a line
*>the control record no longer draws. the stale test matches the
*>lock's timestamp against SIEVE.AUDIT the way 9420 in sieve.cob does.
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

*>the status of every class, pending and report file verb is checked,
*>the way sieve.cob holds outfile to 9100.
01  failing-verb pic x(30).
01  failing-status pic x(2).

procedure division.
    perform 1000-initialize.
    perform 1500-take-master-lock.
    perform 2000-read-master-control.
    perform 2100-read-class-control.
    perform 3000-open-class-file.
    perform 4000-settle-pending.
    perform 5000-classify-new-primes.
    perform 6000-commit-class-control.
    perform 7000-write-summary.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    if function upper-case(parm-from-jcl) is equal 'REBUILD'
        set rebuild-is-wanted to true
    end-if.

    move function current-date to start-datetime.
    string start-datetime(1:14) '0000'
        delimited by size into run-id.

    move 0 to new-count.
    move 0 to settled-count.
    move 0 to pending-count.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>1500-take-master-lock
*>--------------------------------------------------------------------
1500-take-master-lock.
    move 'MASTER' to lock-resource.
    move start-datetime(1:14) to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        move 'constell: SIEVE.MASTER is locked, nothing classified.'
            to cn-report-line
        perform 5900-write-report-line
        close report-file
        move 8 to return-code
        stop run
    end-if.
    set master-lock-is-held to true.

*>--------------------------------------------------------------------
*>2000-read-master-control
*>the ceiling is read the way 3600 in sieve.cob reads it. nothing
*>above it is trusted: a merge that failed partway can leave primes
*>past the ceiling on file, and a partner up there is treated as not
*>yet known, never as found.
*>--------------------------------------------------------------------
2000-read-master-control.
    move 0 to master-ceiling.
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

    if master-ceiling < 2
        display 'constell: no master coverage yet, nothing to'
            ' classify.'
        move 'constell: no master coverage yet, nothing classified.'
            to cn-report-line
        perform 5900-write-report-line
        perform 8000-finish
        stop run
    end-if.

    open input master-file.
    if not master-file-ok
        display 'constell: master control says ' master-ceiling
            ' but SIEVE.MASTER would not open, status = '
            master-file-status
        move 'constell: SIEVE.MASTER would not open, nothing'
            & ' classified.' to cn-report-line
        perform 5900-write-report-line
        perform 8000-finish
        move 8 to return-code
        stop run
    end-if.
    set master-is-open to true.

*>--------------------------------------------------------------------
*>2100-read-class-control
*>no control record means the class file has never been built. a
*>classified point above today's ceiling means the master was rolled
*>back or rebuilt lower since -- the class verdicts up there (and the
*>P flags that assumed they would one day be settled) no longer
*>describe the master, so the file is rebuilt from 2.
*>--------------------------------------------------------------------
2100-read-class-control.
    move 0 to classified-through.
    open input class-ctl-file.
    if class-ctl-ok
        read class-ctl-file into ck-class-ctl-rec
            at end
                set rebuild-is-wanted to true
            not at end
                if ck-rec-type is equal 'K'
                    move ck-classified-through to classified-through
                else
                    set rebuild-is-wanted to true
                end-if
        end-read
        close class-ctl-file
    else
        set rebuild-is-wanted to true
    end-if.

    if classified-through > master-ceiling
        display 'constell: SIEVE.CLASS was classified to '
            classified-through ' but the master ceiling is now '
            master-ceiling '; rebuilding from 2.'
        set rebuild-is-wanted to true
    end-if.

    if rebuild-is-wanted
        move 0 to classified-through
    end-if.

*>--------------------------------------------------------------------
*>3000-open-class-file
*>a rebuild starts the class file and the pending list empty; a
*>resume opens the class file I-O, and a class file that has gone
*>missing under a surviving control record is rebuilt the same way.
*>--------------------------------------------------------------------
3000-open-class-file.
    if not rebuild-is-wanted
        open i-o class-file
        if class-file-status is equal '35'
            display 'constell: SIEVE.CLASS is missing; rebuilding'
                ' from 2.'
            set rebuild-is-wanted to true
            move 0 to classified-through
        else
            move 'OPEN I-O CLASS-FILE' to failing-verb
            perform 9110-check-class-status
        end-if
    end-if.

    if rebuild-is-wanted
        open output class-file
        move 'OPEN OUTPUT CLASS-FILE' to failing-verb
        perform 9110-check-class-status
    end-if.

    open output pend-new-file.
    move 'OPEN OUTPUT PEND-NEW-FILE' to failing-verb.
    move pend-new-status to failing-status.
    perform 9120-check-pend-status.

*>--------------------------------------------------------------------
*>4000-settle-pending
*>every pending prime whose awaited partner the ceiling now covers is
*>classified again in full; the rest are copied forward untouched. a
*>pending line for a prime above the classified point belongs to a run
*>that died before its commit -- 5000 is about to classify that prime
*>again from scratch, so the line is dropped rather than doubled.
*>--------------------------------------------------------------------
4000-settle-pending.
    if rebuild-is-wanted
        exit paragraph
    end-if.

    open input pend-file.
    if pend-file-status is equal '35'
        exit paragraph
    end-if.
    move 'OPEN INPUT PEND-FILE' to failing-verb.
    move pend-file-status to failing-status.
    perform 9120-check-pend-status.

    move 'N' to pend-eof.
    perform until pend-at-end
        read pend-file
            at end move 'Y' to pend-eof
            not at end perform 4100-settle-one-pending
        end-read
    end-perform.
    close pend-file.

*>--------------------------------------------------------------------
*>4100-settle-one-pending
*>--------------------------------------------------------------------
4100-settle-one-pending.
    if cp-prime > classified-through
        exit paragraph
    end-if.

    if cp-awaiting > master-ceiling
        move cp-pending-rec to pend-new-record
        write pend-new-record
        move 'WRITE PEND-NEW-FILE' to failing-verb
        move pend-new-status to failing-status
        perform 9120-check-pend-status
        exit paragraph
    end-if.

    move cp-prime to cl-prime.
    read class-file
        invalid key
            exit paragraph
    end-read.

    perform 2500-classify-one-prime.
    rewrite cl-class-rec.
    move 'REWRITE CLASS RECORD' to failing-verb.
    perform 9110-check-class-status.
    add 1 to settled-count.
    perform 2700-note-pending.

*>--------------------------------------------------------------------
*>5000-classify-new-primes
*>the master is walked upward from just past the classified point. the
*>neighbour probes in 2500 are keyed READs on the same file, which
*>move its position, so each step re-STARTs past the prime just done
*>before the READ NEXT -- the same START/READ NEXT pair 2200 in
*>primeqry.cob uses to find a successor.
*>--------------------------------------------------------------------
5000-classify-new-primes.
    move classified-through to mp-prime.
    move 'N' to master-eof.
    perform until master-at-end
        start master-file key is greater than mp-prime
            invalid key
                move 'Y' to master-eof
            not invalid key
                read master-file next record
                    at end move 'Y' to master-eof
                    not at end
                        if mp-prime > master-ceiling
                            move 'Y' to master-eof
                        else
                            perform 5100-classify-one-new-prime
                        end-if
                end-read
        end-start
    end-perform.

*>--------------------------------------------------------------------
*>5100-classify-one-new-prime
*>a record already on file for a new prime was written by a run that
*>died before its commit; it is simply classified again over the top.
*>--------------------------------------------------------------------
5100-classify-one-new-prime.
    move spaces to cl-class-rec.
    move mp-prime to cl-prime.
    move mp-seq-no to cl-seq-no.
    perform 2500-classify-one-prime.

    write cl-class-rec
        invalid key
            rewrite cl-class-rec
    end-write.
    move 'WRITE CLASS RECORD' to failing-verb.
    perform 9110-check-class-status.
    add 1 to new-count.
    perform 2700-note-pending.

    *>the probes moved the master position; put the walk key back.
    move cl-prime to mp-prime.

*>--------------------------------------------------------------------
*>2500-classify-one-prime
*>cl-prime (and cl-seq-no) are set; every class flag, partner and
*>cl-awaiting are worked out fresh from the master.
*>--------------------------------------------------------------------
2500-classify-one-prime.
    perform varying nx from 1 by 1 until nx > 8
        compute near-value = cl-prime + near-offset(nx)
        if near-value < 2
            move 'N' to near-state(nx)
        else
            move near-value to probe-value
            perform 2600-probe-value
            move probe-state to near-state(nx)
        end-if
    end-perform.

    move 0 to cl-awaiting.
    if cl-prime + 8 > master-ceiling
        compute cl-awaiting = cl-prime + 8
    end-if.

    perform 2510-classify-pairs.
    perform 2520-classify-triplet.
    perform 2530-classify-quadruplet.
    perform 2540-classify-special-forms.
    move run-id to cl-run-id.

*>--------------------------------------------------------------------
*>2510-classify-pairs
*>twin, cousin and sexy pairs: a partner on either side is enough to
*>make the prime a member; with none found, a side still above the
*>ceiling leaves the verdict pending. near-state 4/5 are p-2/p+2, 3/6
*>are p-4/p+4 and 2/7 are p-6/p+6.
*>--------------------------------------------------------------------
2510-classify-pairs.
    move 0 to cl-twin-below cl-twin-above.
    if near-state(4) is equal 'Y'
        compute cl-twin-below = cl-prime - 2
    end-if.
    if near-state(5) is equal 'Y'
        compute cl-twin-above = cl-prime + 2
    end-if.
    evaluate true
        when near-state(4) is equal 'Y' or near-state(5) is equal 'Y'
            move 'Y' to cl-twin-flag
        when near-state(5) is equal 'P'
            move 'P' to cl-twin-flag
        when other
            move 'N' to cl-twin-flag
    end-evaluate.

    move 0 to cl-cousin-below cl-cousin-above.
    if near-state(3) is equal 'Y'
        compute cl-cousin-below = cl-prime - 4
    end-if.
    if near-state(6) is equal 'Y'
        compute cl-cousin-above = cl-prime + 4
    end-if.
    evaluate true
        when near-state(3) is equal 'Y' or near-state(6) is equal 'Y'
            move 'Y' to cl-cousin-flag
        when near-state(6) is equal 'P'
            move 'P' to cl-cousin-flag
        when other
            move 'N' to cl-cousin-flag
    end-evaluate.

    move 0 to cl-sexy-below cl-sexy-above.
    if near-state(2) is equal 'Y'
        compute cl-sexy-below = cl-prime - 6
    end-if.
    if near-state(7) is equal 'Y'
        compute cl-sexy-above = cl-prime + 6
    end-if.
    evaluate true
        when near-state(2) is equal 'Y' or near-state(7) is equal 'Y'
            move 'Y' to cl-sexy-flag
        when near-state(7) is equal 'P'
            move 'P' to cl-sexy-flag
        when other
            move 'N' to cl-sexy-flag
    end-evaluate.

*>--------------------------------------------------------------------
*>2520-classify-triplet
*>the candidate triplets holding p, lowest start first: s = p-6 in
*>either form, s = p-4 (form B), s = p-2 (form A), then s = p in
*>form A and form B. the first one made of primes wins; failing that,
*>any candidate still waiting on the ceiling leaves the flag pending.
*>--------------------------------------------------------------------
2520-classify-triplet.
    move 'N' to cl-triplet-flag.
    move 'N' to best-tuple-state.
    move 0 to cl-triplet-start.
    move space to cl-triplet-form.

    *>(p-6, p-4, p) form A
    move near-state(2) to tuple-member-1.
    move near-state(3) to tuple-member-2.
    move 'Y' to tuple-member-3.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-triplet-start = cl-prime - 6
        move 'A' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p-6, p-2, p) form B
    move near-state(2) to tuple-member-1.
    move near-state(4) to tuple-member-2.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-triplet-start = cl-prime - 6
        move 'B' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p-4, p, p+2) form B
    move near-state(3) to tuple-member-1.
    move near-state(5) to tuple-member-2.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-triplet-start = cl-prime - 4
        move 'B' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p-2, p, p+4) form A
    move near-state(4) to tuple-member-1.
    move near-state(6) to tuple-member-2.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-triplet-start = cl-prime - 2
        move 'A' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p, p+2, p+6) form A
    move near-state(5) to tuple-member-1.
    move near-state(7) to tuple-member-2.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        move cl-prime to cl-triplet-start
        move 'A' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p, p+4, p+6) form B
    move near-state(6) to tuple-member-1.
    move near-state(7) to tuple-member-2.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        move cl-prime to cl-triplet-start
        move 'B' to cl-triplet-form
        move 'Y' to cl-triplet-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    move best-tuple-state to cl-triplet-flag.

*>--------------------------------------------------------------------
*>2530-classify-quadruplet
*>(s, s+2, s+6, s+8) holding p, lowest start first: s = p-8, p-6, p-2
*>and p.
*>--------------------------------------------------------------------
2530-classify-quadruplet.
    move 'N' to cl-quad-flag.
    move 'N' to best-tuple-state.
    move 0 to cl-quad-start.

    *>(p-8, p-6, p-2, p)
    move near-state(1) to tuple-member-1.
    move near-state(2) to tuple-member-2.
    move near-state(4) to tuple-member-3.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-quad-start = cl-prime - 8
        move 'Y' to cl-quad-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p-6, p-4, p, p+2)
    move near-state(2) to tuple-member-1.
    move near-state(3) to tuple-member-2.
    move near-state(5) to tuple-member-3.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-quad-start = cl-prime - 6
        move 'Y' to cl-quad-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p-2, p, p+4, p+6)
    move near-state(4) to tuple-member-1.
    move near-state(6) to tuple-member-2.
    move near-state(7) to tuple-member-3.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        compute cl-quad-start = cl-prime - 2
        move 'Y' to cl-quad-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    *>(p, p+2, p+6, p+8)
    move near-state(5) to tuple-member-1.
    move near-state(7) to tuple-member-2.
    move near-state(8) to tuple-member-3.
    perform 2550-judge-tuple.
    if tuple-state is equal 'Y'
        move cl-prime to cl-quad-start
        move 'Y' to cl-quad-flag
        exit paragraph
    end-if.
    perform 2560-note-tuple-pending.

    move best-tuple-state to cl-quad-flag.

*>--------------------------------------------------------------------
*>2540-classify-special-forms
*>sophie germain looks up to 2p+1, safe down to (p-1)/2 (always at or
*>below the ceiling), emirp across to the digit reversal -- a
*>palindromic prime is its own reversal and never an emirp. a partner
*>above the ceiling leaves the flag pending and pulls cl-awaiting
*>down to it if it is the nearer wait.
*>--------------------------------------------------------------------
2540-classify-special-forms.
    compute probe-value = cl-prime * 2 + 1.
    perform 2600-probe-value.
    move probe-state to cl-sophie-flag.
    move 0 to cl-sophie-partner.
    if probe-state is equal 'Y'
        move probe-value to cl-sophie-partner
    end-if.
    if probe-state is equal 'P'
        if cl-awaiting is equal 0 or probe-value < cl-awaiting
            move probe-value to cl-awaiting
        end-if
    end-if.

    move 'N' to cl-safe-flag.
    move 0 to cl-safe-partner.
    if cl-prime > 3
        divide cl-prime by 2 giving safe-value remainder safe-rem
        move safe-value to probe-value
        perform 2600-probe-value
        if probe-state is equal 'Y'
            move 'Y' to cl-safe-flag
            move safe-value to cl-safe-partner
        end-if
    end-if.

    move cl-prime to rev-work.
    move 0 to rev-value.
    perform until rev-work is equal 0
        divide rev-work by 10 giving rev-work remainder rev-digit
        compute rev-value = rev-value * 10 + rev-digit
    end-perform.

    move 'N' to cl-emirp-flag.
    move 0 to cl-emirp-partner.
    if rev-value is not equal cl-prime
        move rev-value to probe-value
        perform 2600-probe-value
        move probe-state to cl-emirp-flag
        if probe-state is equal 'Y'
            move rev-value to cl-emirp-partner
        end-if
        if probe-state is equal 'P'
            if cl-awaiting is equal 0 or probe-value < cl-awaiting
                move probe-value to cl-awaiting
            end-if
        end-if
    end-if.

*>--------------------------------------------------------------------
*>2550-judge-tuple
*>--------------------------------------------------------------------
2550-judge-tuple.
    evaluate true
        when tuple-member-1 is equal 'N'
            or tuple-member-2 is equal 'N'
            or tuple-member-3 is equal 'N'
            move 'N' to tuple-state
        when tuple-member-1 is equal 'Y'
            and tuple-member-2 is equal 'Y'
            and tuple-member-3 is equal 'Y'
            move 'Y' to tuple-state
        when other
            move 'P' to tuple-state
    end-evaluate.

*>--------------------------------------------------------------------
*>2560-note-tuple-pending
*>--------------------------------------------------------------------
2560-note-tuple-pending.
    if tuple-state is equal 'P'
        move 'P' to best-tuple-state
    end-if.

*>--------------------------------------------------------------------
*>2600-probe-value
*>--------------------------------------------------------------------
2600-probe-value.
    if probe-value < 2
        move 'N' to probe-state
        exit paragraph
    end-if.
    if probe-value > master-ceiling
        move 'P' to probe-state
        exit paragraph
    end-if.

    move probe-value to mp-prime.
    read master-file
        invalid key
            move 'N' to probe-state
        not invalid key
            move 'Y' to probe-state
    end-read.

*>--------------------------------------------------------------------
*>2700-note-pending
*>--------------------------------------------------------------------
2700-note-pending.
    if cl-awaiting > 0
        move cl-awaiting to cp-awaiting
        move cl-prime to cp-prime
        move cp-pending-rec to pend-new-record
        write pend-new-record
        move 'WRITE PEND-NEW-FILE' to failing-verb
        move pend-new-status to failing-status
        perform 9120-check-pend-status
        add 1 to pending-count
    end-if.

*>--------------------------------------------------------------------
*>6000-commit-class-control
*>the class file is closed and the new pending list copied over the
*>old before the control record moves, so a run that dies anywhere
*>short of the commit is picked up again from the old classified
*>point -- 4100 and 5100 both tolerate redoing work already on file.
*>--------------------------------------------------------------------
6000-commit-class-control.
    close class-file.
    move 'CLOSE CLASS-FILE' to failing-verb.
    perform 9110-check-class-status.

    close pend-new-file.
    move 'CLOSE PEND-NEW-FILE' to failing-verb.
    move pend-new-status to failing-status.
    perform 9120-check-pend-status.

    open input pend-new-file.
    move 'OPEN INPUT PEND-NEW-FILE' to failing-verb.
    move pend-new-status to failing-status.
    perform 9120-check-pend-status.
    open output pend-file.
    move 'OPEN OUTPUT PEND-FILE' to failing-verb.
    move pend-file-status to failing-status.
    perform 9120-check-pend-status.

    move 'N' to pend-eof.
    perform until pend-at-end
        read pend-new-file
            at end move 'Y' to pend-eof
            not at end
                move pend-new-record to cp-pending-rec
                write cp-pending-rec
                move 'WRITE PEND-FILE' to failing-verb
                move pend-file-status to failing-status
                perform 9120-check-pend-status
        end-read
    end-perform.
    close pend-new-file.
    close pend-file.
    move 'CLOSE PEND-FILE' to failing-verb.
    move pend-file-status to failing-status.
    perform 9120-check-pend-status.

    open output class-ctl-file.
    if not class-ctl-ok
        display 'abend: OPEN OUTPUT SIEVE.CLASS.CTL failed, status = '
            class-ctl-status
        perform 9190-abend-run
    end-if.
    move 'K' to ck-rec-type.
    move master-ceiling to ck-classified-through.
    move run-id to ck-run-id.
    write ck-class-ctl-rec.
    if not class-ctl-ok
        display 'abend: WRITE SIEVE.CLASS.CTL failed, status = '
            class-ctl-status
        perform 9190-abend-run
    end-if.
    close class-ctl-file.
    if not class-ctl-ok
        display 'abend: CLOSE SIEVE.CLASS.CTL failed, status = '
            class-ctl-status
        perform 9190-abend-run
    end-if.

*>--------------------------------------------------------------------
*>7000-write-summary
*>the whole class file is read once in key order, so the million
*>blocks arrive in sequence and each one's line is written as the next
*>block starts. only Y flags are counted; pending verdicts are
*>totalled on their own line beneath.
*>--------------------------------------------------------------------
7000-write-summary.
    move spaces to cn-report-line.
    move master-ceiling to edit-number.
    string 'constell: SIEVE.CLASS classified to '
        function trim(edit-number) ', run ' run-id
        delimited by size into cn-report-line.
    perform 5900-write-report-line.

    move spaces to cn-report-line.
    move new-count to edit-number.
    string '  new primes classified  ' edit-number
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move settled-count to edit-number.
    string '  pending reclassified   ' edit-number
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move pending-count to edit-number.
    string '  still pending          ' edit-number
        delimited by size into cn-report-line.
    perform 5900-write-report-line.

    move spaces to cn-report-line.
    perform 5900-write-report-line.
    move '(block n: the primes above n-1 million up to n million)'
        to cn-report-line.
    perform 5900-write-report-line.
    move 'block  primes    twin  cousin    sexy triplet    quad  sophie'
        & '    safe   emirp' to cn-report-line.
    perform 5900-write-report-line.

    perform varying tx from 1 by 1 until tx > 9
        move 0 to block-count(tx)
        move 0 to total-count(tx)
    end-perform.
    move 0 to this-block.

    open input class-file.
    move 'OPEN INPUT CLASS-FILE' to failing-verb.
    perform 9110-check-class-status.
    move 'N' to class-eof.
    perform until class-at-end
        read class-file next record
            at end move 'Y' to class-eof
            not at end perform 7100-tally-one-class-record
        end-read
    end-perform.
    close class-file.

    if this-block > 0
        perform 7200-write-block-line
    end-if.

    move spaces to cn-report-line.
    perform 5900-write-report-line.
    move 'totals' to cn-report-line.
    perform 5900-write-report-line.
    perform 7300-write-total-lines.

*>--------------------------------------------------------------------
*>7100-tally-one-class-record
*>block n holds the primes above (n-1) million up to n million.
*>--------------------------------------------------------------------
7100-tally-one-class-record.
    compute block-no = (cl-prime - 1) / 1000000 + 1.
    if block-no is not equal this-block
        if this-block > 0
            perform 7200-write-block-line
        end-if
        move block-no to this-block
        perform varying tx from 1 by 1 until tx > 9
            move 0 to block-count(tx)
        end-perform
    end-if.

    add 1 to block-count(1) total-count(1).
    if cl-twin-flag is equal 'Y'
        add 1 to block-count(2) total-count(2)
    end-if.
    if cl-cousin-flag is equal 'Y'
        add 1 to block-count(3) total-count(3)
    end-if.
    if cl-sexy-flag is equal 'Y'
        add 1 to block-count(4) total-count(4)
    end-if.
    if cl-triplet-flag is equal 'Y'
        add 1 to block-count(5) total-count(5)
    end-if.
    if cl-quad-flag is equal 'Y'
        add 1 to block-count(6) total-count(6)
    end-if.
    if cl-sophie-flag is equal 'Y'
        add 1 to block-count(7) total-count(7)
    end-if.
    if cl-safe-flag is equal 'Y'
        add 1 to block-count(8) total-count(8)
    end-if.
    if cl-emirp-flag is equal 'Y'
        add 1 to block-count(9) total-count(9)
    end-if.

*>--------------------------------------------------------------------
*>7200-write-block-line
*>--------------------------------------------------------------------
7200-write-block-line.
    move this-block to edit-block.
    perform varying tx from 1 by 1 until tx > 9
        move block-count(tx) to edit-tally-col(tx)
    end-perform.
    move spaces to cn-report-line.
    string edit-block ' ' edit-tally-col(1) ' ' edit-tally-col(2)
        ' ' edit-tally-col(3) ' ' edit-tally-col(4)
        ' ' edit-tally-col(5) ' ' edit-tally-col(6)
        ' ' edit-tally-col(7) ' ' edit-tally-col(8)
        ' ' edit-tally-col(9)
        delimited by size into cn-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>7300-write-total-lines
*>the grand totals can outgrow a block column, so they are written
*>one class to a line.
*>--------------------------------------------------------------------
7300-write-total-lines.
    move spaces to cn-report-line.
    move total-count(1) to edit-total-col.
    string '  primes      ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(2) to edit-total-col.
    string '  twin        ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(3) to edit-total-col.
    string '  cousin      ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(4) to edit-total-col.
    string '  sexy        ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(5) to edit-total-col.
    string '  triplet     ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(6) to edit-total-col.
    string '  quadruplet  ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(7) to edit-total-col.
    string '  sophie      ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(8) to edit-total-col.
    string '  safe        ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.
    move spaces to cn-report-line.
    move total-count(9) to edit-total-col.
    string '  emirp       ' edit-total-col
        delimited by size into cn-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write cn-report-line.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    if master-is-open
        close master-file
        move 'N' to master-opened
    end-if.
    if master-lock-is-held
        move 'MASTER' to lock-resource
        perform 9450-release-lock
        move 'N' to master-lock-held
    end-if.

    close report-file.
    move 'CLOSE REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move new-count to edit-number.
    display 'constell: ' function trim(edit-number)
        ' new prime(s) classified, see CONSTELL.REPORT.'.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report file status = ' report-file-status
        perform 9190-abend-run
    end-if.

*>--------------------------------------------------------------------
*>9110-check-class-status
*>--------------------------------------------------------------------
9110-check-class-status.
    if class-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, class file status = ' class-file-status
        perform 9190-abend-run
    end-if.

*>--------------------------------------------------------------------
*>9120-check-pend-status
*>the caller moves the pending file's status into failing-status, so
*>both pending lists share the one check.
*>--------------------------------------------------------------------
9120-check-pend-status.
    if failing-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, pending file status = ' failing-status
        perform 9190-abend-run
    end-if.

*>--------------------------------------------------------------------
*>9190-abend-run
*>this job never writes an audit row, so a lock it died holding could
*>never be proven stale by 9420 -- the abend path releases it itself,
*>as mastvrfy.cob does. SIEVE.CLASS.CTL has not moved, so the next
*>run starts again from the old classified point.
*>--------------------------------------------------------------------
9190-abend-run.
    if master-lock-is-held
        move 'MASTER' to lock-resource
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
        display 'constell: could not examine '
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
                display 'constell: ' function trim(lock-resource)
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
        display 'constell: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'constell' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'constell: could not write '
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
