*>killed mid-marking has an audit row naming its upperlim.
*>an empty SIEVE.RESTART.nnn (one the sieve already
*>cleared) does not count as outstanding.
*>
*>a resubmission is appended only under SIEVE.LOCK.CONTROL,
*>the lock ctlmaint.cob and capplan.cob hold while they
*>rewrite SIEVE.CONTROL; while it is held the console
*>refuses and the operator tries again later.
*>--------------------------------------------------------
identification division.
program-id. sieveop.
    select control-file assign to "SIEVE.CONTROL"
        organization is line sequential
        file status is control-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd audit-file.
fd restart-delta-file.
    copy "restartdeltarec.cpy".
fd control-file.
    copy "ctlentrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  sqrt-limit pic 9(5) usage comp-5.
01  percent-complete pic 9(5).
01  latest-status pic x(9).
01  latest-dept-code pic x(6).
01  latest-status-found pic x(1).
    88  latest-status-was-found value 'Y'.

01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.

*>run serialization lock -----------------------------------------------
01  lock-file-status pic x(2).
    88  lock-file-ok value '00'.
01  lock-file-name pic x(30).
01  lock-resource pic x(16).
01  lock-timestamp pic x(14).
01  lock-acquired pic x(1).
    88  lock-is-acquired value 'Y'.

procedure division.
    display 'sieveop: sieve operator console'.
    move 'N' to console-done.

*>--------------------------------------------------------------------
*>3150-note-one-limit
*>sieve runs only: goldbach.cob, mastroll.cob and the inquiry
*>programs journal to the same trail, and their au-upperlim is not a
*>limit anyone could have a checkpoint for.
*>--------------------------------------------------------------------
3150-note-one-limit.
    if au-outfile-name is not equal 'output.txt'
        and au-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    move 'N' to limit-already-known.
    perform varying lx from 1 by 1
        until lx > limit-tbl-count or limit-is-known
        exit paragraph
    end-if.

    move 'CONTROL' to lock-resource.
    move function current-date(1:14) to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        display 'sieveop: SIEVE.CONTROL is in use; nothing queued,'
            ' try again when that run completes.'
        exit paragraph
    end-if.

    open extend control-file.
    if control-file-status is equal '05' or
        control-file-status is equal '35'
    if not control-file-ok
        display 'sieveop: could not open SIEVE.CONTROL, status = '
            control-file-status
        perform 9450-release-lock
        exit paragraph
    end-if.

    *>the resubmission is billed to whoever asked for the run that
    *>failed, so it carries that run's department code forward.
    move spaces to ce-control-entry.
    move checkpoint-upperlim to edit-upperlim.
    move function trim(edit-upperlim) to ce-entry-value.
    move latest-dept-code to ce-dept-code.
    move 'sieveop' to ce-requester.
    move 'resubmission of a failed run' to ce-note.
    write ce-control-entry.
    if not control-file-ok
        display 'sieveop: could not write SIEVE.CONTROL, status = '
            control-file-status '; nothing queued.'
        close control-file
        perform 9450-release-lock
        exit paragraph
    end-if.
    close control-file.
    perform 9450-release-lock.

    display 'sieveop: queued ' function trim(edit-upperlim)
        ' on SIEVE.CONTROL for resubmission.'.
    if latest-dept-code is equal spaces
        display 'sieveop: no department is on record for that run;'
            ' add its code in columns 26-31 or the entry will be'
            ' rejected.'
    end-if.

*>--------------------------------------------------------------------
*>5100-find-latest-audit-status
*>the newest audit row naming the prompted upperlim -- SIEVE.AUDIT is
*>append-only, so the last matching row read is the latest word. only
*>a sieve run's row counts: a goldbach or mastroll row at the same
*>value would otherwise hide the failure and bill its department.
*>--------------------------------------------------------------------
5100-find-latest-audit-status.
    move 'N' to latest-status-found.
    move spaces to latest-status.
    move spaces to latest-dept-code.

    open input audit-file.
    if not audit-file-ok
            at end move 'Y' to audit-eof
            not at end
                if au-upperlim is equal checkpoint-upperlim
                    and (au-outfile-name is equal 'output.txt'
                        or au-outfile-name(1:6) is equal 'OUTPUT')
                    set latest-status-was-found to true
                    move au-status to latest-status
                    move au-dept-code to latest-dept-code
                end-if
        end-read
    end-perform.
    move spaces to restart-delta-file-name.
    string 'SIEVE.RESTART.DELTA.' function trim(edit-upperlim)
        delimited by size into restart-delta-file-name.

*>--------------------------------------------------------------------
*>9400-take-lock
*>the lock protocol 9400 in sieve.cob follows, for the one lock this
*>job takes: a missing or empty SIEVE.LOCK.CONTROL is released, and a
*>record in it is a live holder -- that lock is never judged stale
*>from the audit trail (see 9420 in sieve.cob).
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
        display 'sieveop: could not examine '
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
            display 'sieveop: ' function trim(lock-resource)
                ' is held by ' function trim(lk-owner)
                ' since ' lk-run-timestamp '; wait for that'
                ' run to finish or clear its lock by hand.'
    end-read.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'sieveop' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'sieveop: could not write '
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
