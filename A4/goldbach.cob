*>--------------------------------------------------------
*>file: goldbach.cob
*>description: goldbach decomposition batch against the
*>cumulative SIEVE.MASTER prime database. the mathematics
*>department sends a request file of even numbers
*>(GOLDBACH.REQUEST, one per line); for each one this job
*>counts the ways it splits as p + q with p <= q both
*>prime, names the split using the smallest p, and -- for
*>numbers no larger than the listing limit -- writes every
*>split out in full (GOLDBACH.REPORT, layout gbrec.cpy).
*>
*>every p is walked up the master in key order and its
*>partner n - p probed with one keyed READ, so the answers
*>are exactly as good as the master's "every prime from 2
*>to the ceiling" promise -- and only that good: a number
*>above mc-ceiling gets an UNKNOWN trailer, and an odd,
*>too-small or non-numeric entry an INVALID one. the run
*>gets its own run id, STARTED and SUCCESS/FAILED rows in
*>SIEVE.AUDIT and one SIEVE.DISP disposition per request
*>line, like every other batch that reports to the
*>scheduler.
*>
*>the command line may carry the listing limit (default
*>100000); 0 turns the detail listing off altogether.
*>--------------------------------------------------------
identification division.
program-id. goldbach.
environment division.
input-output section.
file-control.
    select request-file assign to "GOLDBACH.REQUEST"
        organization is line sequential
        file status is request-file-status.
    select report-file assign to "GOLDBACH.REPORT"
        organization is line sequential
        file status is report-file-status.
    select master-file assign to "SIEVE.MASTER"
        organization is indexed
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select disposition-file assign to "SIEVE.DISP"
        organization is line sequential
        file status is disp-file-status.
    select reject-log assign to "SIEVE.REJECTS"
        organization is line sequential
        file status is reject-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd request-file.
    01  request-record pic x(10).
fd report-file.
    copy "gbrec.cpy".
fd master-file.
    copy "masteridxrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd disposition-file.
    copy "disprec.cpy".
fd reject-log.
    copy "rejectrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  request-file-status pic x(2).
    88  request-file-ok value '00'.
01  report-file-status pic x(2).
01  master-file-status pic x(2).
    88  master-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  disp-file-status pic x(2).
    88  disp-file-ok value '00'.
01  disp-file-open pic x(1) value 'N'.
    88  disp-file-is-open value 'Y'.
01  reject-file-status pic x(2).
01  request-eof pic x(1).
    88  request-at-end value 'Y'.
01  master-eof pic x(1).
    88  master-at-end value 'Y'.

*>the listing limit: numbers at or below it get every partition
*>written as a detail line, numbers above it only the count and the
*>least partition in the trailer.
01  parm-from-jcl pic x(10).
01  list-limit pic 9(10) value 100000.

*>numeric edit on each request line, the same rule 9210 in sieve.cob
*>holds every upperlim source to.
01  candidate-value pic x(10).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.

01  master-ceiling pic 9(10).
01  master-usable pic x(1).
    88  master-is-usable value 'Y'.

01  goldbach-number pic 9(10).
01  half-number pic 9(10).
01  even-rem pic 9(1).
01  prime-p pic 9(10).
01  prime-q pic 9(10).
01  partition-count pic 9(10).
01  detail-count pic 9(10).
01  least-p pic 9(10).
01  least-q pic 9(10).
01  listing-wanted pic x(1).
    88  listing-is-wanted value 'Y'.

*>run tallies: lines read, lines answered COMPLETE, lines turned away
*>(INVALID or UNKNOWN), and the largest number decomposed -- the
*>figure the audit row carries in au-upperlim.
01  request-count pic 9(10).
01  answered-count pic 9(10).
01  entries-skipped pic 9(10).
01  largest-number pic 9(10).
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

*>run serialization lock -----------------------------------------------
*>this job appends to SIEVE.AUDIT, so it holds SIEVE.LOCK.AUDIT for
*>the run the way a sieve request does; the lock timestamp is the
*>run's own au-run-timestamp, so 9420 anywhere can prove it stale
*>from the terminal row this run writes.
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

*>report-file-status is checked after every report I-O verb ----------
01  failing-verb pic x(30).

procedure division.
    perform 1000-initialize.

    perform until request-at-end
        read request-file into request-record
            at end move 'Y' to request-eof
            not at end perform 2000-process-one-request
        end-read
    end-perform.

    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>nothing shared is touched until the AUDIT lock is held. the ceiling
*>is read the way 3600 in sieve.cob reads it; a master that will not
*>open despite a ceiling promising coverage stops the run rather than
*>answer off half a database, as primeqry.cob does.
*>--------------------------------------------------------------------
1000-initialize.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    if parm-from-jcl is not equal spaces
        move parm-from-jcl to candidate-value
        perform 9210-validate-candidate-value
        if not value-is-valid
            display 'goldbach: listing limit "'
                function trim(parm-from-jcl) '" is not a number.'
            move 8 to return-code
            stop run
        end-if
        move candidate-value to list-limit
    end-if.

    open input request-file.
    if not request-file-ok
        display 'goldbach: could not open GOLDBACH.REQUEST, status = '
            request-file-status
        move 8 to return-code
        stop run
    end-if.

    move function current-date to start-datetime.
    move spaces to run-id.
    string start-datetime(1:14) '0000'
        delimited by size into run-id.

    move start-datetime(1:14) to lock-timestamp.
    move 'AUDIT' to lock-resource.
    perform 9400-take-lock.
    if not lock-is-acquired
        display 'goldbach: another execution holds the shared files;'
            ' nothing was written, resubmit when it completes.'
        close request-file
        move 8 to return-code
        stop run
    end-if.
    set audit-lock-is-held to true.

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
            display 'goldbach: master control says '
                master-ceiling ' but SIEVE.MASTER would not open,'
                ' status = ' master-file-status
            close request-file
            move 'AUDIT' to lock-resource
            perform 9450-release-lock
            move 8 to return-code
            stop run
        end-if
    else
        display 'goldbach: no master coverage yet; every answer'
            ' will be UNKNOWN.'
    end-if.

    move 0 to request-count.
    move 0 to answered-count.
    move 0 to entries-skipped.
    move 0 to largest-number.

    move 'STARTED' to run-status.
    move 0 to elapsed-seconds.
    perform 7000-write-audit-record.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    *>SIEVE.DISP is appended to, not replaced: the night's sieve
    *>dispositions may still be waiting on the scheduler.
    move 'N' to disp-file-open.
    open extend disposition-file.
    if disp-file-status is equal '05' or
        disp-file-status is equal '35'
        open output disposition-file
    end-if.
    if disp-file-ok
        set disp-file-is-open to true
    else
        display 'warning: could not open disposition file, status = '
            disp-file-status
    end-if.

*>--------------------------------------------------------------------
*>2000-process-one-request
*>every request line gets a header and a trailer, whatever became of
*>it, so the report accounts for the whole request file. a line that
*>is not a number is logged to SIEVE.REJECTS the way 9200 in sieve.cob
*>logs a bad upperlim; an odd or too-small number is simply not a
*>goldbach question.
*>--------------------------------------------------------------------
2000-process-one-request.
    add 1 to request-count.
    move request-record to candidate-value.
    perform 9210-validate-candidate-value.

    move spaces to gh-header-rec.
    move 'H' to gh-rec-type.
    move request-record to gh-entry-value.
    move run-id to gh-run-id.
    write gh-header-rec.
    move 'WRITE HEADER RECORD' to failing-verb.
    perform 9100-check-report-status.

    move 0 to partition-count.
    move 0 to detail-count.
    move 0 to least-p.
    move 0 to least-q.

    if not value-is-valid
        perform 9200-log-rejected-entry
        move 'INVALID' to gt-status
        perform 2900-write-trailer
        move 'INVALID' to dp-outcome
        perform 2950-write-disposition
        add 1 to entries-skipped
        exit paragraph
    end-if.

    move candidate-value to goldbach-number.
    divide goldbach-number by 2 giving half-number remainder even-rem.
    if goldbach-number < 4 or even-rem is not equal 0
        move 'INVALID' to gt-status
        perform 2900-write-trailer
        move 'INVALID' to dp-outcome
        perform 2950-write-disposition
        add 1 to entries-skipped
        exit paragraph
    end-if.

    if not master-is-usable or goldbach-number > master-ceiling
        move 'UNKNOWN' to gt-status
        perform 2900-write-trailer
        move 'SKIPPED' to dp-outcome
        perform 2950-write-disposition
        add 1 to entries-skipped
        exit paragraph
    end-if.

    move 'N' to listing-wanted.
    if goldbach-number <= list-limit
        set listing-is-wanted to true
    end-if.

    perform 2100-count-partitions.

    move 'COMPLETE' to gt-status.
    perform 2900-write-trailer.
    move 'SUCCESS' to dp-outcome.
    perform 2950-write-disposition.
    add 1 to answered-count.
    if goldbach-number > largest-number
        move goldbach-number to largest-number
    end-if.

*>--------------------------------------------------------------------
*>2100-count-partitions
*>p walks the master upward from 2 to n/2 and q = n - p is probed with
*>a keyed READ. the probe moves the file position, so each step
*>re-STARTs just past the p it finished before the READ NEXT -- the
*>START/READ NEXT pair 2200 in primeqry.cob uses for a successor. q
*>is never above n, and n is at or below the ceiling, so a missing q
*>is a definite composite.
*>--------------------------------------------------------------------
2100-count-partitions.
    move 1 to prime-p.
    move 'N' to master-eof.
    perform until master-at-end
        move prime-p to mp-prime
        start master-file key is greater than mp-prime
            invalid key
                move 'Y' to master-eof
            not invalid key
                read master-file next record
                    at end move 'Y' to master-eof
                    not at end
                        if mp-prime > half-number
                            move 'Y' to master-eof
                        else
                            move mp-prime to prime-p
                            perform 2200-probe-partner
                        end-if
                end-read
        end-start
    end-perform.

*>--------------------------------------------------------------------
*>2200-probe-partner
*>--------------------------------------------------------------------
2200-probe-partner.
    compute prime-q = goldbach-number - prime-p.
    move prime-q to mp-prime.
    read master-file
        invalid key
            continue
        not invalid key
            add 1 to partition-count
            if partition-count is equal 1
                move prime-p to least-p
                move prime-q to least-q
            end-if
            if listing-is-wanted
                move spaces to gd-pair-rec
                move 'D' to gd-rec-type
                move prime-p to gd-prime-p
                move prime-q to gd-prime-q
                write gd-pair-rec
                move 'WRITE DETAIL RECORD' to failing-verb
                perform 9100-check-report-status
                add 1 to detail-count
            end-if
    end-read.

*>--------------------------------------------------------------------
*>2900-write-trailer
*>the caller has moved the trailer status.
*>--------------------------------------------------------------------
2900-write-trailer.
    move 'T' to gt-rec-type.
    move partition-count to gt-partition-count.
    move least-p to gt-least-p.
    move least-q to gt-least-q.
    move detail-count to gt-detail-count.
    write gt-trailer-rec.
    move 'WRITE TRAILER RECORD' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>2950-write-disposition
*>one disposition per request line, as sieve.cob writes one per
*>control-file entry; the caller has moved the outcome. every row
*>names GOLDBACH.REPORT and this run, whatever the outcome, so readers
*>of SIEVE.DISP (opstrend.cob's skip rate) can tell these rows from a
*>sieve run's -- sieve leaves a skipped entry's output file blank. a
*>line turned away before any answer carries no prime count.
*>--------------------------------------------------------------------
2950-write-disposition.
    if disp-file-is-open
        move request-record to dp-entry-value
        move 'GOLDBACH.REPORT' to dp-outfile-name
        move run-id to dp-run-id
        if dp-outcome is equal 'SUCCESS'
            move partition-count to dp-prime-count
        else
            move 0 to dp-prime-count
        end-if
        move spaces to dp-dept-code
        write dp-disposition-rec
    end-if.

*>--------------------------------------------------------------------
*>7000-write-audit-record
*>the same append 7000 in sieve.cob does. au-upperlim carries the
*>largest number decomposed and au-prime-count the request lines
*>answered COMPLETE.
*>--------------------------------------------------------------------
7000-write-audit-record.
    open extend audit-file.
    if audit-file-status is equal '05' or
        audit-file-status is equal '35'
        open output audit-file
    end-if.

    move start-datetime(1:14) to au-run-timestamp.
    move largest-number to au-upperlim.
    move answered-count to au-prime-count.
    move elapsed-seconds to au-elapsed-seconds.
    move run-status to au-status.
    move 'GOLDBACH.REPORT' to au-outfile-name.
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
*>a request file with any line turned away completes with 4, the
*>completed-with-skips code a control-file sieve run uses.
*>--------------------------------------------------------------------
8000-finish.
    close request-file.
    if master-is-usable
        close master-file
    end-if.
    if disp-file-is-open
        close disposition-file
        move 'N' to disp-file-open
    end-if.
    close report-file.
    move 'CLOSE REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.

    move function current-date to end-datetime.
    perform 7100-compute-elapsed-seconds.
    move 'SUCCESS' to run-status.
    perform 7000-write-audit-record.
    move 'AUDIT' to lock-resource.
    perform 9450-release-lock.
    move 'N' to audit-lock-held.

    move request-count to edit-number.
    move entries-skipped to edit-number-2.
    display 'goldbach: ' function trim(edit-number)
        ' request(s) read, ' function trim(edit-number-2)
        ' turned away, see GOLDBACH.REPORT.'.

    if entries-skipped > 0
        move 4 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>any non-zero status on the report abends the run with the failing
*>verb and the raw status, journals FAILED and releases the lock, the
*>way 9100 in sieve.cob handles outfile.
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report file status = ' report-file-status
        close report-file
        if disp-file-is-open
            close disposition-file
        end-if
        move function current-date to end-datetime
        perform 7100-compute-elapsed-seconds
        move 'FAILED' to run-status
        perform 7000-write-audit-record
        if audit-lock-is-held
            move 'AUDIT' to lock-resource
            perform 9450-release-lock
        end-if
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9200-log-rejected-entry
*>--------------------------------------------------------------------
9200-log-rejected-entry.
    open extend reject-log.
    if reject-file-status is equal '05' or
        reject-file-status is equal '35'
        open output reject-log
    end-if.
    move candidate-value to rj-value-entered.
    move function current-date(1:14) to rj-timestamp.
    move 'VALUE' to rj-reason.
    move spaces to rj-dept-code.
    write rj-reject-rec.
    close reject-log.

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
        display 'goldbach: could not examine '
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
                display 'goldbach: ' function trim(lock-resource)
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
        display 'goldbach: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'goldbach' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'goldbach: could not write '
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
