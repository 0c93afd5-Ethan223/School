*>responses go to PIQUERY.RESPONSE (piresprec.cpy), one
*>line per request line, INVALID for a line that is not a
*>whole number.
*>
*>each request line carries the asking department's code
*>(inqreqrec.cpy); a code SIEVE.DEPT does not know gets a
*>REJECTED line and a SIEVE.REJECTS record, and the lines
*>answered are journalled to SIEVE.AUDIT per department for
*>the month-end chargeback.
*>--------------------------------------------------------
identification division.
program-id. piquery.
    select master-ctl-file assign to "SIEVE.MASTER.CTL"
        organization is line sequential
        file status is master-ctl-status.
    select dept-file assign to "SIEVE.DEPT"
        organization is line sequential
        file status is dept-file-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select reject-log assign to "SIEVE.REJECTS"
        organization is line sequential
        file status is reject-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd request-file.
    copy "inqreqrec.cpy".
fd response-file.
    copy "piresprec.cpy".
fd summary-file.
    copy "masteridxrec.cpy".
fd master-ctl-file.
    copy "masterctlrec.cpy".
fd dept-file.
    copy "deptrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd reject-log.
    copy "rejectrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  request-file-status pic x(2).
    88  request-file-ok value '00'.
    88  walk-is-done value 'Y'.
01  edit-count pic z(9)9.

*>requester identification and billing ------------------------------
*>every request line names the department asking (inqreqrec.cpy), and
*>the code has to be active on SIEVE.DEPT: a line from a department
*>the master does not know is logged to SIEVE.REJECTS and turned
*>away, the way sieve.cob turns away a control entry. lines
*>answered are tallied per department and journalled at the end as
*>one SUCCESS row per department -- the rows the month-end chargeback
*>bills from -- with the run's elapsed seconds shared out among them
*>by lines answered.
01  dept-file-status pic x(2).
    88  dept-file-ok value '00'.
01  dept-eof pic x(1).
    88  dept-at-end value 'Y'.
01  dept-count pic 9(3) usage comp-5 value 0.
01  dept-tbl.
    02  dept-tbl-code pic x(6) occurs 500 times.
01  dx pic 9(3) usage comp-5.
01  dept-code pic x(6).
01  dept-known pic x(1).
    88  dept-is-known value 'Y'.
01  tally-count pic 9(3) usage comp-5 value 0.
01  tally-tbl.
    02  tally-entry occurs 500 times.
        05  tally-dept-code pic x(6).
        05  tally-lines pic 9(10).
01  tx pic 9(3) usage comp-5.
01  tally-found pic x(1).
    88  tally-is-found value 'Y'.
01  lines-billed pic 9(10).
01  lines-so-far pic 9(10).
01  seconds-so-far pic 9(6).
01  rejected-count pic 9(10).
01  reject-file-status pic x(2).

*>audit/journal fields, the same shape 7000 in sieve.cob writes.
01  run-id pic x(18).
01  start-datetime pic x(21).
01  end-datetime pic x(21).
01  elapsed-seconds pic 9(6).
01  run-status pic x(9).
01  row-dept-code pic x(6).
01  row-inquiry-lines pic 9(10).
01  row-seconds pic 9(6).
01  start-seconds-of-day pic 9(7) usage comp-5.
01  end-seconds-of-day pic 9(7) usage comp-5.
01  hh pic 9(2).
01  mm pic 9(2).
01  ss pic 9(2).

*>run serialization lock -----------------------------------------------
*>this job appends to SIEVE.AUDIT, so it holds SIEVE.LOCK.AUDIT for
*>the run the way goldbach.cob does; the lock timestamp is the run's
*>own au-run-timestamp, so 9420 anywhere can prove it stale from the
*>terminal rows this run writes.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
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

*>response-file-status is checked after every response-file
*>I-O verb, the way sieve.cob holds outfile to 9100.
01  failing-verb pic x(30).
    perform 1000-initialize.

    perform until request-at-end
        read request-file
            at end move 'Y' to request-eof
            not at end perform 2000-answer-one-request
        end-read
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
        display 'piquery: another execution holds the shared files;'
            ' nothing was answered, resubmit when it completes.'
        close request-file
        move 8 to return-code
        stop run
    end-if.
    set audit-lock-is-held to true.
    perform 1400-load-department-master.

    move 0 to master-ceiling.
    move 'N' to master-usable.
    open input master-ctl-file.
                master-ceiling ' but SIEVE.MASTER would not open,'
                ' status = ' master-file-status
            close request-file
            move 'AUDIT' to lock-resource
            perform 9450-release-lock
            move 8 to return-code
            stop run
        end-if
    perform 9100-check-response-status.

    move 0 to request-count.
    move 0 to rejected-count.
    move 'STARTED' to run-status.
    move spaces to row-dept-code.
    move 0 to row-inquiry-lines.
    move 0 to row-seconds.
    perform 7000-write-audit-record.

*>--------------------------------------------------------------------
*>1400-load-department-master
*>the active codes off SIEVE.DEPT, the load 1400 in sieve.cob does. a
*>missing master leaves the table empty, so every line is rejected.
*>--------------------------------------------------------------------
1400-load-department-master.
    move 0 to dept-count.
    move 0 to tally-count.
    open input dept-file.
    if not dept-file-ok
        display 'warning: could not open SIEVE.DEPT, status = '
            dept-file-status '; every line will be rejected.'
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
*>1100-load-summary

*>--------------------------------------------------------------------
*>2000-answer-one-request
*>a line from a department SIEVE.DEPT does not know is answered
*>REJECTED and never counted.
*>--------------------------------------------------------------------
2000-answer-one-request.
    add 1 to request-count.
    move iq-value to candidate-value.
    move spaces to px-response-rec.
    move candidate-value to px-candidate.

    move iq-dept-code to dept-code.
    perform 9220-validate-dept-code.
    if not dept-is-known
        perform 9205-log-rejected-dept
        move 'REJECTED' to px-verdict
        perform 2900-write-response
        exit paragraph
    end-if.
    perform 9230-tally-department-line.

    perform 9210-validate-candidate-value.
    if not value-is-valid
        move 'INVALID' to px-verdict
    else
        end-if
    end-if.

    perform 2900-write-response.

*>--------------------------------------------------------------------
*>2100-count-up-to-candidate
        end-read
    end-perform.

*>--------------------------------------------------------------------
*>2900-write-response
*>--------------------------------------------------------------------
2900-write-response.
    write px-response-rec.
    move 'WRITE RESPONSE RECORD' to failing-verb.
    perform 9100-check-response-status.

*>--------------------------------------------------------------------
*>7000-write-audit-record
*>the same append 7000 in sieve.cob does. an inquiry row carries no
*>upperlim or prime count; au-dept-code and au-inquiry-lines say who
*>was served and how much.
*>--------------------------------------------------------------------
7000-write-audit-record.
    open extend audit-file.
    if audit-file-status is equal '05' or
        audit-file-status is equal '35'
        open output audit-file
    end-if.

    move start-datetime(1:14) to au-run-timestamp.
    move 0 to au-upperlim.
    move 0 to au-prime-count.
    move row-seconds to au-elapsed-seconds.
    move run-status to au-status.
    move 'PIQUERY.RESPONSE' to au-outfile-name.
    move run-id to au-run-id.
    move row-dept-code to au-dept-code.
    move row-inquiry-lines to au-inquiry-lines.
    write au-audit-rec.
    close audit-file.

*>--------------------------------------------------------------------
*>7050-write-department-rows
*>one SUCCESS row per department served. each row's share of the
*>elapsed time is worked off the running total of lines, so the
*>shares always add back up to the run's whole elapsed time. a run
*>that served nobody still ends its STARTED row with one SUCCESS row,
*>or the lock it held could never be proven stale.
*>--------------------------------------------------------------------
7050-write-department-rows.
    move function current-date to end-datetime.
    perform 7100-compute-elapsed-seconds.
    move 'SUCCESS' to run-status.

    move 0 to lines-billed.
    perform varying tx from 1 by 1 until tx > tally-count
        add tally-lines(tx) to lines-billed
    end-perform.

    if lines-billed = 0
        move spaces to row-dept-code
        move 0 to row-inquiry-lines
        move elapsed-seconds to row-seconds
        perform 7000-write-audit-record
        exit paragraph
    end-if.

    move 0 to lines-so-far.
    move 0 to seconds-so-far.
    perform varying tx from 1 by 1 until tx > tally-count
        add tally-lines(tx) to lines-so-far
        compute row-seconds =
            (elapsed-seconds * lines-so-far) / lines-billed
            - seconds-so-far
        add row-seconds to seconds-so-far
        move tally-dept-code(tx) to row-dept-code
        move tally-lines(tx) to row-inquiry-lines
        perform 7000-write-audit-record
    end-perform.

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
*>a request file with any line rejected completes with 4, the
*>completed-with-skips code a control-file sieve run uses.
*>--------------------------------------------------------------------
8000-finish.
    close request-file.
    display 'piquery: answered ' function trim(edit-request-count)
        ' request(s), coverage to ' function trim(edit-count) '.'.

    perform 7050-write-department-rows.
    move 'AUDIT' to lock-resource.
    perform 9450-release-lock.
    move 'N' to audit-lock-held.
    if rejected-count > 0
        move rejected-count to edit-request-count
        display 'piquery: ' function trim(edit-request-count)
            ' line(s) rejected for their department code.'
        move 4 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-response-status
*>any non-zero status on the response file abends the run with the
    if response-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, response file status = ' response-file-status
        move function current-date to end-datetime
        perform 7100-compute-elapsed-seconds
        move 'FAILED' to run-status
        move spaces to row-dept-code
        move 0 to row-inquiry-lines
        move elapsed-seconds to row-seconds
        perform 7000-write-audit-record
        if audit-lock-is-held
            move 'AUDIT' to lock-resource
            perform 9450-release-lock
        end-if
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9205-log-rejected-dept
*>a line from an unknown department leaves the trail a bad control
*>entry does: the value, the time, the reason and the code given.
*>--------------------------------------------------------------------
9205-log-rejected-dept.
    add 1 to rejected-count.
    open extend reject-log.
    if reject-file-status is equal '05' or
        reject-file-status is equal '35'
        open output reject-log
    end-if.
    move iq-value to rj-value-entered.
    move function current-date(1:14) to rj-timestamp.
    move 'DEPT' to rj-reason.
    move dept-code to rj-dept-code.
    write rj-reject-rec.
    close reject-log.

*>--------------------------------------------------------------------
*>9210-validate-candidate-value
*>same edit sieve.cob runs on every upperlim source: TEST-NUMVAL
            move 'N' to value-is-numeric
        end-if
    end-if.

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
*>9230-tally-department-line
*>one more line answered for dept-code. the tally table can never
*>hold more departments than the master it was validated against.
*>--------------------------------------------------------------------
9230-tally-department-line.
    move 'N' to tally-found.
    perform varying tx from 1 by 1
        until tx > tally-count or tally-is-found
        if tally-dept-code(tx) is equal dept-code
            set tally-is-found to true
            add 1 to tally-lines(tx)
        end-if
    end-perform.
    if not tally-is-found
        add 1 to tally-count
        move dept-code to tally-dept-code(tally-count)
        move 1 to tally-lines(tally-count)
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
        display 'piquery: could not examine '
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
                display 'piquery: ' function trim(lock-resource)
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
        display 'piquery: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'piquery' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'piquery: could not write '
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
