*>--------------------------------------------------------
*>file: ctlmaint.cob
*>description: SIEVE.CONTROL maintenance. the control file
*>used to be edited by hand -- a flat list of 25-byte
*>entries with nothing to say which mattered most, which
*>were waiting on something, or who had asked for them --
*>so a bad keystroke reached the night's run and a request
*>that had to wait was taken off the file and retyped
*>later. this job applies the operator's transactions from
*>SIEVE.CONTROL.MAINT (ctlmaintrec.cpy) to the control
*>file:
*>
*>  ADD      queues a new entry, released, with its priority
*>           (50 when none is given), the date it may first
*>           run (today when none is given), the requester
*>           (the operator when none is given) and a note;
*>  CHANGE   replaces any of those, or the entry itself;
*>  DELETE   takes the entry off the file;
*>  HOLD     keeps it on the file but off the night;
*>  RELEASE  lets a held entry run again.
*>
*>an entry added or changed is held to the edits sieve.cob
*>applies when it runs it -- 9210-validate-candidate-value
*>and the 2050/2060 classic and range rules, and an active
*>department on SIEVE.DEPT -- so anything the night would
*>reject is refused here, at the desk, instead. an entry
*>that exactly duplicates one already queued (the same
*>value for the same department) is refused; a range whose
*>window overlaps another queued range is applied but
*>FLAGGED, since two departments may well want the same
*>primes. DELETE, HOLD and RELEASE name the entry by its
*>value and department as they stand on the file.
*>
*>an entry capplan.cob has deferred to SIEVE.CONTROL.DEFER
*>is still queued, so it is maintained here exactly like one
*>on SIEVE.CONTROL -- found, held, changed or deleted where
*>it is, and counted in the duplicate and overlap checks. an
*>ADD always goes on SIEVE.CONTROL.
*>
*>every transaction, applied or not, is logged on
*>SIEVE.CONTROL.LOG (ctllogrec.cpy) under the operator id
*>given on the command line and the time of the run. the
*>control file and the deferral file are rewritten once,
*>after the last transaction, and only if something was
*>applied; each gets back its own entries.
*>
*>completion codes: 0 every transaction applied clean, 4
*>some were refused or flagged, 8 nothing done (no
*>operator id, no transaction file, a queue too long to
*>hold, or SIEVE.LOCK.CONTROL held), 12 an I-O abend.
*>
*>the job rewrites SIEVE.CONTROL, so it holds
*>SIEVE.LOCK.CONTROL for its whole run -- the lock
*>sieve.cob holds across a control-file pass and capplan.cob
*>takes to plan -- and refuses to start while anyone else
*>holds it.
*>--------------------------------------------------------
identification division.
program-id. ctlmaint.
environment division.
input-output section.
file-control.
    select maint-file assign to "SIEVE.CONTROL.MAINT"
        organization is line sequential
        file status is maint-file-status.
    select control-file assign to "SIEVE.CONTROL"
        organization is line sequential
        file status is control-file-status.
    select defer-file assign to "SIEVE.CONTROL.DEFER"
        organization is line sequential
        file status is defer-file-status.
    select log-file assign to "SIEVE.CONTROL.LOG"
        organization is line sequential
        file status is log-file-status.
    select dept-file assign to "SIEVE.DEPT"
        organization is line sequential
        file status is dept-file-status.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
data division.
file section.
fd maint-file.
    copy "ctlmaintrec.cpy".
fd control-file.
    copy "ctlentrec.cpy".
fd defer-file.
    01  defer-rec pic x(90).
fd log-file.
    copy "ctllogrec.cpy".
fd dept-file.
    copy "deptrec.cpy".
fd audit-file.
    copy "auditrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
working-storage section.
01  maint-file-status pic x(2).
    88  maint-file-ok value '00'.
01  control-file-status pic x(2).
    88  control-file-ok value '00'.
01  defer-file-status pic x(2).
    88  defer-file-ok value '00'.
01  defer-file-present pic x(1) value 'N'.
    88  defer-file-is-present value 'Y'.
01  log-file-status pic x(2).
    88  log-file-ok value '00'.
01  maint-eof pic x(1).
    88  maint-at-end value 'Y'.
01  control-eof pic x(1).
    88  control-at-end value 'Y'.
01  parm-from-jcl pic x(10).
01  operator-id pic x(8).
01  maint-timestamp pic x(14).
01  today-date pic x(8).

*>the control file and its deferrals as they stand, held as record
*>images the way capplan.cob holds its queue -- each tagged with the
*>file it came from -- so every transaction sees the ones before it.
*>a deleted entry stays in the table, marked, until the rewrite
*>leaves it out. kind and bounds are kept for the overlap check; an
*>entry the night would reject is kind X and overlaps nothing. 2000
*>entries over both files is capplan.cob's limit too.
01  ctl-count pic 9(4) usage comp-5 value 0.
01  ctl-tbl.
    02  ctl-entry occurs 2000 times.
        05  ctl-image           pic x(90).
        05  ctl-source          pic x(5).
            88  ctl-from-defer  value 'DEFER'.
        05  ctl-state           pic x(1).
            88  ctl-is-deleted  value 'D'.
        05  ctl-kind            pic x(1).
            88  ctl-is-window   value 'W'.
        05  ctl-lowerlim        pic 9(10).
        05  ctl-upperlim        pic 9(10).
01  cx pic 9(4) usage comp-5.
01  ox pic 9(4) usage comp-5.
01  found-cx pic 9(4) usage comp-5.
01  other-image pic x(90).
01  before-image pic x(90).
01  entry-source pic x(5).

*>the transaction at hand ----------------------------------------------
01  txn-count pic 9(6) value 0.
01  applied-count pic 9(6) value 0.
01  flagged-count pic 9(6) value 0.
01  refused-count pic 9(6) value 0.
01  log-outcome pic x(8).
01  log-detail pic x(60).
01  log-queue pic x(5).
01  entry-refused pic x(1).
    88  entry-is-refused value 'Y'.
01  duplicate-found pic x(1).
    88  duplicate-is-found value 'Y'.
01  overlap-count pic 9(4) value 0.
01  overlap-value pic x(25).
01  overlap-dept pic x(6).
01  priority-value pic 9(2).
01  date-value pic 9(8).

*>entry parsing, the 2050/2060 edits -----------------------------------
01  entry-kind pic x(1).
    88  entry-is-classic value 'C'.
    88  entry-is-window value 'W'.
01  entry-lowerlim pic 9(10).
01  entry-upperlim pic 9(10).
01  entry-value pic x(25).
01  candidate-value pic x(10).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.
01  dash-count pic 9(2).
01  range-work pic x(25).
01  range-part-1 pic x(10).
01  range-part-2 pic x(10).
01  range-part-1-len pic 9(2).
01  range-part-2-len pic 9(2).
01  entry-bad pic x(1).
    88  entry-is-bad value 'Y'.
01  edit-count pic z(5)9.
01  edit-count-2 pic z(5)9.
01  edit-count-3 pic z(5)9.

*>requester identification ---------------------------------------------
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

*>log-file-status is checked after every log-file I-O verb ------------
01  failing-verb pic x(30).

*>run serialization lock -----------------------------------------------
*>this job writes no audit row, so a lock it dies holding could never
*>be proven stale by 9420 -- every way out releases it, as
*>cataudit.cob's abend path does.
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
01  control-lock-held pic x(1) value 'N'.
    88  control-lock-is-held value 'Y'.

procedure division.
    perform 1000-initialize.
    perform 1100-take-control-lock.
    perform 1200-load-control-file.
    perform 1400-load-department-master.
    perform 1500-open-log.
    perform 2000-apply-transactions.
    if applied-count > 0
        perform 5000-rewrite-control-file
    end-if.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move function current-date(1:14) to maint-timestamp.
    move maint-timestamp(1:8) to today-date.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    move function trim(parm-from-jcl) to operator-id.
    if operator-id is equal spaces
        or function length(function trim(parm-from-jcl)) > 8
        display 'ctlmaint: give your operator id (up to 8'
            ' characters); every change is logged under it.'
        move 8 to return-code
        stop run
    end-if.

    open input maint-file.
    if not maint-file-ok
        display 'ctlmaint: could not open SIEVE.CONTROL.MAINT, status = '
            maint-file-status '; nothing changed.'
        move 8 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>1100-take-control-lock
*>--------------------------------------------------------------------
1100-take-control-lock.
    move 'CONTROL' to lock-resource.
    move maint-timestamp to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        display 'ctlmaint: SIEVE.CONTROL is in use; nothing changed,'
            ' resubmit when that run completes.'
        close maint-file
        move 8 to return-code
        stop run
    end-if.
    set control-lock-is-held to true.

*>--------------------------------------------------------------------
*>1200-load-control-file
*>SIEVE.CONTROL, then the deferrals. a missing file is an empty one
*>-- the first ADD creates SIEVE.CONTROL, and SIEVE.CONTROL.DEFER is
*>only written back if it was there. a queue too long to hold is not
*>half-maintained: nothing is changed.
*>--------------------------------------------------------------------
1200-load-control-file.
    move 'NEW' to entry-source.
    open input control-file.
    if control-file-ok
        move 'N' to control-eof
        perform until control-at-end
            read control-file
                at end move 'Y' to control-eof
                not at end perform 1210-take-one-entry
            end-read
        end-perform
        close control-file
    else
        if control-file-status is not equal '35'
            display 'abend: OPEN INPUT CONTROL-FILE failed, status = '
                control-file-status
            perform 9150-abend-release
        end-if
    end-if.

    move 'DEFER' to entry-source.
    open input defer-file.
    if defer-file-ok
        set defer-file-is-present to true
        move 'N' to control-eof
        perform until control-at-end
            read defer-file
                at end move 'Y' to control-eof
                not at end
                    move defer-rec to ce-control-entry
                    perform 1210-take-one-entry
            end-read
        end-perform
        close defer-file
    else
        if defer-file-status is not equal '35'
            display 'abend: OPEN INPUT DEFER-FILE failed, status = '
                defer-file-status
            perform 9150-abend-release
        end-if
    end-if.

*>--------------------------------------------------------------------
*>1210-take-one-entry
*>--------------------------------------------------------------------
1210-take-one-entry.
    if ce-control-entry is equal spaces
        exit paragraph
    end-if.
    if ctl-count >= 2000
        display 'ctlmaint: more than 2000 entries are queued on'
            ' SIEVE.CONTROL and SIEVE.CONTROL.DEFER; nothing changed.'
        close maint-file
        perform 9480-release-control-lock
        move 8 to return-code
        stop run
    end-if.
    add 1 to ctl-count.
    move ctl-count to cx.
    perform 2810-classify-entry-value.
    perform 2890-store-entry.
    move entry-source to ctl-source(cx).

*>--------------------------------------------------------------------
*>1400-load-department-master
*>the active codes off SIEVE.DEPT, as sieve.cob loads them. a missing
*>master leaves the table empty, so every ADD and CHANGE is refused.
*>--------------------------------------------------------------------
1400-load-department-master.
    move 0 to dept-count.
    open input dept-file.
    if not dept-file-ok
        display 'warning: could not open SIEVE.DEPT, status = '
            dept-file-status '; every ADD and CHANGE will be refused.'
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
*>1500-open-log
*>no change is made that cannot be logged.
*>--------------------------------------------------------------------
1500-open-log.
    open extend log-file.
    if log-file-status is equal '05' or
        log-file-status is equal '35'
        open output log-file
    end-if.
    move 'OPEN EXTEND LOG-FILE' to failing-verb.
    perform 9100-check-log-status.

*>--------------------------------------------------------------------
*>2000-apply-transactions
*>--------------------------------------------------------------------
2000-apply-transactions.
    move 'N' to maint-eof.
    perform until maint-at-end
        read maint-file
            at end move 'Y' to maint-eof
            not at end
                if cm-maint-rec is not equal spaces
                    perform 2100-apply-one-transaction
                end-if
        end-read
    end-perform.
    close maint-file.

*>--------------------------------------------------------------------
*>2100-apply-one-transaction
*>the transaction's own fields are staged as the entry first, so a
*>refusal is logged with what was asked for.
*>--------------------------------------------------------------------
2100-apply-one-transaction.
    add 1 to txn-count.
    move spaces to log-detail.
    move 'N' to entry-refused.
    move 0 to overlap-count.
    move spaces to log-queue.
    move spaces to ce-control-entry.
    move function trim(cm-entry-value) to ce-entry-value.
    move cm-dept-code to ce-dept-code.
    move cm-priority to ce-priority.
    move cm-effective-date to ce-effective-date.
    move cm-requester to ce-requester.
    move cm-note to ce-note.

    evaluate cm-action
        when 'ADD'
            perform 2200-add-entry
        when 'CHANGE'
            perform 2300-change-entry
        when 'DELETE'
            perform 2400-delete-entry
        when 'HOLD'
            perform 2500-hold-entry
        when 'RELEASE'
            perform 2600-release-entry
        when other
            set entry-is-refused to true
            move 'action must be ADD, CHANGE, DELETE, HOLD or RELEASE'
                to log-detail
    end-evaluate.

    evaluate true
        when entry-is-refused
            move 'REFUSED' to log-outcome
            add 1 to refused-count
        when overlap-count > 0
            move 'FLAGGED' to log-outcome
            add 1 to applied-count
            add 1 to flagged-count
        when other
            move 'APPLIED' to log-outcome
            add 1 to applied-count
    end-evaluate.
    perform 2900-write-log-row.

*>--------------------------------------------------------------------
*>2200-add-entry
*>--------------------------------------------------------------------
2200-add-entry.
    move 'R' to ce-hold-flag.
    move 'NEW' to log-queue.
    perform 2800-edit-entry.
    if entry-is-refused
        exit paragraph
    end-if.
    move 0 to found-cx.
    perform 2850-check-against-queue.
    if entry-is-refused
        exit paragraph
    end-if.
    if ctl-count >= 2000
        set entry-is-refused to true
        move 'SIEVE.CONTROL already holds 2000 entries' to log-detail
        exit paragraph
    end-if.
    add 1 to ctl-count.
    move ctl-count to cx.
    perform 2890-store-entry.
    move 'NEW' to ctl-source(cx).

*>--------------------------------------------------------------------
*>2300-change-entry
*>a blank field on the transaction leaves the entry's own in place.
*>--------------------------------------------------------------------
2300-change-entry.
    perform 2700-find-entry.
    if entry-is-refused
        exit paragraph
    end-if.
    move ctl-image(found-cx) to before-image.
    move before-image to ce-control-entry.
    if cm-new-entry-value is not equal spaces
        move function trim(cm-new-entry-value) to ce-entry-value
    end-if.
    if cm-new-dept-code is not equal spaces
        move cm-new-dept-code to ce-dept-code
    end-if.
    if cm-priority is not equal spaces
        move cm-priority to ce-priority
    end-if.
    if cm-effective-date is not equal spaces
        move cm-effective-date to ce-effective-date
    end-if.
    if cm-requester is not equal spaces
        move cm-requester to ce-requester
    end-if.
    if cm-note is not equal spaces
        move cm-note to ce-note
    end-if.

    perform 2800-edit-entry.
    if not entry-is-refused
        perform 2850-check-against-queue
    end-if.
    if entry-is-refused
        move before-image to ce-control-entry
        exit paragraph
    end-if.
    move found-cx to cx.
    perform 2890-store-entry.

    *>an entry from before the scheduling fields shows the defaults
    *>it was running under.
    if overlap-count = 0
        move before-image to other-image
        if other-image(33:2) is equal spaces
            move '50' to other-image(33:2)
        end-if
        if other-image(35:8) is equal spaces
            move 'at once' to other-image(35:8)
        end-if
        string 'was ' function trim(other-image(1:25)) ' '
            other-image(26:6) ' priority ' other-image(33:2)
            ' from ' other-image(35:8)
            delimited by size into log-detail
    end-if.

*>--------------------------------------------------------------------
*>2400-delete-entry
*>--------------------------------------------------------------------
2400-delete-entry.
    perform 2700-find-entry.
    if entry-is-refused
        exit paragraph
    end-if.
    move ctl-image(found-cx) to ce-control-entry.
    move 'D' to ctl-state(found-cx).

*>--------------------------------------------------------------------
*>2500-hold-entry / 2600-release-entry
*>a release does not bring the effective date forward; the detail
*>says when an entry released now will first run.
*>--------------------------------------------------------------------
2500-hold-entry.
    perform 2700-find-entry.
    if entry-is-refused
        exit paragraph
    end-if.
    move ctl-image(found-cx) to ce-control-entry.
    if ce-entry-held
        set entry-is-refused to true
        move 'entry is already held' to log-detail
        exit paragraph
    end-if.
    move 'H' to ce-hold-flag.
    move ce-control-entry to ctl-image(found-cx).

2600-release-entry.
    perform 2700-find-entry.
    if entry-is-refused
        exit paragraph
    end-if.
    move ctl-image(found-cx) to ce-control-entry.
    if not ce-entry-held
        set entry-is-refused to true
        move 'entry is not held' to log-detail
        exit paragraph
    end-if.
    move 'R' to ce-hold-flag.
    move ce-control-entry to ctl-image(found-cx).
    if ce-effective-date is not equal spaces
        and ce-effective-date > today-date
        string 'released; first runs on ' ce-effective-date
            delimited by size into log-detail
    end-if.

*>--------------------------------------------------------------------
*>2700-find-entry
*>the first live entry with the transaction's value and department,
*>on either file; leaves found-cx on it, or refuses the transaction.
*>--------------------------------------------------------------------
2700-find-entry.
    move 0 to found-cx.
    perform varying cx from 1 by 1
        until cx > ctl-count or found-cx > 0
        if not ctl-is-deleted(cx)
            move ctl-image(cx) to other-image
            if function trim(other-image(1:25)) is equal
                    function trim(cm-entry-value)
                and other-image(26:6) is equal cm-dept-code
                move cx to found-cx
            end-if
        end-if
    end-perform.
    if found-cx = 0
        set entry-is-refused to true
        move 'no such entry on SIEVE.CONTROL or SIEVE.CONTROL.DEFER'
            to log-detail
    else
        move ctl-source(found-cx) to log-queue
    end-if.

*>--------------------------------------------------------------------
*>2800-edit-entry
*>the staged entry, held to what the night will hold it to; blank
*>scheduling fields take their defaults.
*>--------------------------------------------------------------------
2800-edit-entry.
    if ce-entry-value is equal spaces
        set entry-is-refused to true
        move 'no upperlim or lower-upper range given' to log-detail
        exit paragraph
    end-if.
    perform 2810-classify-entry-value.
    if entry-kind is equal 'X'
        set entry-is-refused to true
        exit paragraph
    end-if.

    move ce-dept-code to dept-code.
    perform 9220-validate-dept-code.
    if not dept-is-known
        set entry-is-refused to true
        string 'department "' ce-dept-code
            '" is not active on SIEVE.DEPT'
            delimited by size into log-detail
        exit paragraph
    end-if.

    if ce-priority is equal spaces
        move '50' to ce-priority
    end-if.
    move 0 to priority-value.
    if function trim(ce-priority) is numeric
        move function numval(ce-priority) to priority-value
    end-if.
    if priority-value = 0
        set entry-is-refused to true
        move 'priority must be 01 (first) to 99 (last)' to log-detail
        exit paragraph
    end-if.
    move priority-value to ce-priority.

    if ce-effective-date is equal spaces
        move today-date to ce-effective-date
    end-if.
    move 0 to date-value.
    if ce-effective-date is numeric
        move ce-effective-date to date-value
    end-if.
    if date-value = 0
        or function test-date-yyyymmdd(date-value) is not equal 0
        set entry-is-refused to true
        move 'effective date must be a real yyyymmdd date'
            to log-detail
        exit paragraph
    end-if.

    if ce-requester is equal spaces
        move operator-id to ce-requester
    end-if.

*>--------------------------------------------------------------------
*>2810-classify-entry-value
*>ce-entry-value classified the way 2050-process-control-entry and
*>2060-process-range-entry in sieve.cob will classify it: kind C for
*>a classic upperlim, W for a window, X for anything the run would
*>skip, with the reason in log-detail.
*>--------------------------------------------------------------------
2810-classify-entry-value.
    move 'X' to entry-kind.
    move 0 to entry-lowerlim.
    move 0 to entry-upperlim.
    move ce-entry-value to entry-value.
    move 0 to dash-count.
    inspect entry-value tallying dash-count for all '-'.
    if dash-count > 0
        perform 2820-classify-range-value
        exit paragraph
    end-if.

    move entry-value to candidate-value.
    if entry-value(11:15) is not equal spaces
        move 'N' to value-is-numeric
    else
        perform 9210-validate-candidate-value
    end-if.
    if not value-is-valid
        move 'not a valid integer' to log-detail
        exit paragraph
    end-if.
    move candidate-value to entry-upperlim.
    if entry-upperlim < 2 or entry-upperlim > 99999999
        move 'upperlim must be 2 to 99999999' to log-detail
        exit paragraph
    end-if.
    move 'C' to entry-kind.

*>--------------------------------------------------------------------
*>2820-classify-range-value
*>--------------------------------------------------------------------
2820-classify-range-value.
    move 'N' to entry-bad.
    move spaces to range-part-1.
    move spaces to range-part-2.
    move 0 to range-part-1-len.
    move 0 to range-part-2-len.
    move function trim(entry-value) to range-work.
    unstring range-work delimited by '-' or all space
        into range-part-1 count in range-part-1-len
             range-part-2 count in range-part-2-len
    end-unstring.

    if dash-count not = 1
        or range-part-1-len = 0 or range-part-1-len > 10
        or range-part-2-len = 0 or range-part-2-len > 10
        set entry-is-bad to true
    else
        move range-part-1 to candidate-value
        perform 9210-validate-candidate-value
        if value-is-valid
            move candidate-value to entry-lowerlim
        else
            set entry-is-bad to true
        end-if
        move range-part-2 to candidate-value
        perform 9210-validate-candidate-value
        if value-is-valid
            move candidate-value to entry-upperlim
        else
            set entry-is-bad to true
        end-if
    end-if.

    if entry-is-bad
        move 'not a valid lower-upper range' to log-detail
        exit paragraph
    end-if.
    if entry-lowerlim < 2 or entry-upperlim not > entry-lowerlim
        move 'range lower must be at least 2 and below upper'
            to log-detail
        exit paragraph
    end-if.
    move 'W' to entry-kind.

*>--------------------------------------------------------------------
*>2850-check-against-queue
*>every other live entry (found-cx is the one being changed, 0 on an
*>ADD): the same value for the same department refuses the
*>transaction; a window sharing any number with another window is
*>counted, and the first one named in the detail.
*>--------------------------------------------------------------------
2850-check-against-queue.
    move 'N' to duplicate-found.
    move 0 to overlap-count.
    perform varying ox from 1 by 1
        until ox > ctl-count or duplicate-is-found
        if ox is not equal found-cx and not ctl-is-deleted(ox)
            move ctl-image(ox) to other-image
            if function trim(other-image(1:25)) is equal
                    function trim(ce-entry-value)
                and other-image(26:6) is equal ce-dept-code
                set duplicate-is-found to true
            else
                if entry-is-window and ctl-is-window(ox)
                    and entry-lowerlim <= ctl-upperlim(ox)
                    and ctl-lowerlim(ox) <= entry-upperlim
                    add 1 to overlap-count
                    if overlap-count = 1
                        move other-image(1:25) to overlap-value
                        move other-image(26:6) to overlap-dept
                    end-if
                end-if
            end-if
        end-if
    end-perform.

    if duplicate-is-found
        set entry-is-refused to true
        move 0 to overlap-count
        move 'exactly duplicates an entry already queued' to log-detail
        exit paragraph
    end-if.
    if overlap-count = 1
        string 'overlaps ' function trim(overlap-value) ' ('
            overlap-dept ')'
            delimited by size into log-detail
    end-if.
    if overlap-count > 1
        compute edit-count = overlap-count - 1
        string 'overlaps ' function trim(overlap-value) ' ('
            overlap-dept ') and ' function trim(edit-count) ' more'
            delimited by size into log-detail
    end-if.

*>--------------------------------------------------------------------
*>2890-store-entry
*>the staged entry into table slot cx, with the kind and bounds
*>2810 just left.
*>--------------------------------------------------------------------
2890-store-entry.
    move ce-control-entry to ctl-image(cx).
    move spaces to ctl-state(cx).
    move entry-kind to ctl-kind(cx).
    move entry-lowerlim to ctl-lowerlim(cx).
    move entry-upperlim to ctl-upperlim(cx).

*>--------------------------------------------------------------------
*>2900-write-log-row
*>--------------------------------------------------------------------
2900-write-log-row.
    move spaces to lg-log-rec.
    move maint-timestamp to lg-timestamp.
    move operator-id to lg-operator.
    move cm-action to lg-action.
    move log-outcome to lg-outcome.
    move log-queue to lg-queue.
    move ce-entry-value to lg-entry-value.
    move ce-dept-code to lg-dept-code.
    move ce-hold-flag to lg-hold-flag.
    move ce-priority to lg-priority.
    move ce-effective-date to lg-effective-date.
    move ce-requester to lg-requester.
    move log-detail to lg-detail.
    write lg-log-rec.
    move 'WRITE LOG ROW' to failing-verb.
    perform 9100-check-log-status.

    if entry-is-refused or overlap-count > 0
        display 'ctlmaint: ' function trim(cm-action) ' '
            function trim(ce-entry-value) ' ' function trim(log-outcome)
            ': ' function trim(log-detail)
    end-if.

*>--------------------------------------------------------------------
*>5000-rewrite-control-file
*>each file is written whole from its own entries in the table, in
*>the order it was read with additions at the end of SIEVE.CONTROL;
*>a deleted entry is simply left out. the deferral file is written
*>back only if it was there to read.
*>--------------------------------------------------------------------
5000-rewrite-control-file.
    open output control-file.
    if not control-file-ok
        display 'abend: OPEN OUTPUT CONTROL-FILE failed, status = '
            control-file-status
        perform 9150-abend-release
    end-if.
    perform varying cx from 1 by 1 until cx > ctl-count
        if not ctl-is-deleted(cx) and not ctl-from-defer(cx)
            move ctl-image(cx) to ce-control-entry
            write ce-control-entry
            if not control-file-ok
                display 'abend: WRITE CONTROL ENTRY failed, status = '
                    control-file-status
                perform 9150-abend-release
            end-if
        end-if
    end-perform.
    close control-file.

    if not defer-file-is-present
        exit paragraph
    end-if.
    open output defer-file.
    if not defer-file-ok
        display 'abend: OPEN OUTPUT DEFER-FILE failed, status = '
            defer-file-status
        perform 9150-abend-release
    end-if.
    perform varying cx from 1 by 1 until cx > ctl-count
        if not ctl-is-deleted(cx) and ctl-from-defer(cx)
            move ctl-image(cx) to defer-rec
            write defer-rec
            if not defer-file-ok
                display 'abend: WRITE DEFER ENTRY failed, status = '
                    defer-file-status
                perform 9150-abend-release
            end-if
        end-if
    end-perform.
    close defer-file.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    close log-file.
    perform 9480-release-control-lock.
    move applied-count to edit-count.
    move flagged-count to edit-count-2.
    move refused-count to edit-count-3.
    display 'ctlmaint: ' function trim(edit-count) ' applied ('
        function trim(edit-count-2) ' flagged), '
        function trim(edit-count-3)
        ' refused, see SIEVE.CONTROL.LOG.'.

    if refused-count > 0 or flagged-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-log-status
*>--------------------------------------------------------------------
9100-check-log-status.
    if log-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, log file status = ' log-file-status
        perform 9150-abend-release
    end-if.

*>--------------------------------------------------------------------
*>9150-abend-release
*>the lock goes back before the abend completes -- see the
*>control-lock-held note in working-storage.
*>--------------------------------------------------------------------
9150-abend-release.
    perform 9480-release-control-lock.
    move 12 to return-code.
    stop run.

*>--------------------------------------------------------------------
*>9210-validate-candidate-value
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
        display 'ctlmaint: could not examine '
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
                display 'ctlmaint: ' function trim(lock-resource)
                    ' is held by ' function trim(lk-owner)
                    ' since ' lk-run-timestamp '; wait for that'
                    ' run to finish or clear its lock by hand.'
            end-if
    end-read.

*>--------------------------------------------------------------------
*>9420-check-lock-stale
*>a lock is dead once the run it names has journalled SUCCESS or
*>FAILED (either flavour) in SIEVE.AUDIT.
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
        display 'ctlmaint: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'ctlmaint' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'ctlmaint: could not write '
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
*>9480-release-control-lock
*>--------------------------------------------------------------------
9480-release-control-lock.
    if control-lock-is-held
        move 'CONTROL' to lock-resource
        perform 9450-release-lock
        move 'N' to control-lock-held
    end-if.
