*>--------------------------------------------------------
*>file: intake.cob
*>description: front end for the inbound transaction file.
*>callers used to learn six request formats and six run
*>schedules -- a control entry for sieve work, a line on
*>PRIMEQRY.REQUEST or PRIMETST.REQUEST for a primality
*>question, PIQUERY.REQUEST for a prime count, and
*>FACTOR.REQUEST (then a profile run) for factors -- and
*>then dig the answer out of whichever response file that
*>program wrote. now every transaction arrives on one file,
*>SIEVE.INTAKE (intakerec.cpy), carrying its type, the
*>caller's reference and its operands, and this job:
*>
*>  validates each one (the same whole-number and range
*>  edits the owning program applies, plus the department
*>  check every request now gets);
*>  batches the good ones into the request file of the
*>  program that answers them -- SIEVE and RANGE work is
*>  appended to SIEVE.CONTROL for the next control-file run
*>  instead, and reported QUEUED;
*>  runs each program that has work, as its own step, the
*>  way pipedrvr.cob runs its stages;
*>  collects the answers back into SIEVE.INTAKE.RESPONSE
*>  (intresprec.cpy), one line per transaction, keyed by the
*>  caller's reference and in the order the transactions
*>  arrived.
*>
*>nothing is answered with silence: a transaction that fails
*>validation, whose program did not complete, or that its
*>program's response did not account for gets an ERROR line
*>with a code saying which.
*>
*>the batched request files belong to this run while it is
*>going: if one is already on disk someone else's inquiry is
*>waiting on it, and the run stops (rc 8) before touching
*>anything. they are removed again once their answers are
*>collected.
*>
*>sieve work is appended to SIEVE.CONTROL only under
*>SIEVE.LOCK.CONTROL, the lock ctlmaint.cob and capplan.cob
*>hold while they rewrite the file, so an entry answered
*>QUEUED is never lost under one of them. while the lock is
*>held the work is answered E09 and the caller resubmits.
*>--------------------------------------------------------
identification division.
program-id. intake.
environment division.
input-output section.
file-control.
    select intake-file assign to "SIEVE.INTAKE"
        organization is line sequential
        file status is intake-file-status.
    select response-file assign to "SIEVE.INTAKE.RESPONSE"
        organization is line sequential
        file status is response-file-status.
    select dept-file assign to "SIEVE.DEPT"
        organization is line sequential
        file status is dept-file-status.
    select control-file assign to "SIEVE.CONTROL"
        organization is line sequential
        file status is control-file-status.
    select lock-file assign to dynamic lock-file-name
        organization is line sequential
        file status is lock-file-status.
    select qry-request-file assign to "PRIMEQRY.REQUEST"
        organization is line sequential
        file status is batch-file-status.
    select qry-response-file assign to "PRIMEQRY.RESPONSE"
        organization is line sequential
        file status is batch-file-status.
    select tst-request-file assign to "PRIMETST.REQUEST"
        organization is line sequential
        file status is batch-file-status.
    select tst-response-file assign to "PRIMETST.RESPONSE"
        organization is line sequential
        file status is batch-file-status.
    select pi-request-file assign to "PIQUERY.REQUEST"
        organization is line sequential
        file status is batch-file-status.
    select pi-response-file assign to "PIQUERY.RESPONSE"
        organization is line sequential
        file status is batch-file-status.
    select fac-request-file assign to "FACTOR.REQUEST"
        organization is line sequential
        file status is batch-file-status.
    select fac-report-file assign to "FACTOR.REPORT"
        organization is line sequential
        file status is batch-file-status.
    select prof-report-file assign to "PROFILE.REPORT"
        organization is line sequential
        file status is batch-file-status.
data division.
file section.
fd intake-file.
    copy "intakerec.cpy".
fd response-file.
    copy "intresprec.cpy".
fd dept-file.
    copy "deptrec.cpy".
fd control-file.
    copy "ctlentrec.cpy".
fd lock-file.
    copy "lockrec.cpy".
fd qry-request-file.
01  qry-request-line pic x(17).
fd qry-response-file.
    copy "qryresprec.cpy".
fd tst-request-file.
01  tst-request-line pic x(25).
fd tst-response-file.
    copy "tstresprec.cpy".
fd pi-request-file.
01  pi-request-line pic x(17).
fd pi-response-file.
    copy "piresprec.cpy".
fd fac-request-file.
01  fac-request-line pic x(17).
fd fac-report-file.
    copy "factrec.cpy".
fd prof-report-file.
    copy "profrec.cpy".
working-storage section.
01  intake-file-status pic x(2).
    88  intake-file-ok value '00'.
01  response-file-status pic x(2).
    88  response-file-ok value '00'.
01  dept-file-status pic x(2).
    88  dept-file-ok value '00'.
01  control-file-status pic x(2).
    88  control-file-ok value '00'.
*>the batched request and response files are only ever open one at a
*>time, so they share a single status field.
01  batch-file-status pic x(2).
    88  batch-file-ok value '00'.
01  intake-eof pic x(1).
    88  intake-at-end value 'Y'.
01  dept-eof pic x(1).
    88  dept-at-end value 'Y'.
01  batch-eof pic x(1).
    88  batch-at-end value 'Y'.
01  pending-found pic x(1) value 'N'.
    88  pending-was-found value 'Y'.

*>the night's transactions, held in arrival order so the responses
*>can be written back in that order once every program has run. 1000
*>is many times a normal intake; a transaction past it is answered
*>E10 on a second pass over the file (6100), never dropped.
01  txn-count pic 9(4) usage comp-5 value 0.
01  txn-tbl.
    02  txn-entry occurs 1000 times.
        05  tx-type             pic x(8).
        05  tx-ref              pic x(16).
        05  tx-dept             pic x(6).
        05  tx-request-text     pic x(18).
        05  tx-num              pic 9(18).
        05  tx-num-2            pic 9(10).
        05  tx-route            pic x(1).
            88  tx-to-primeqry  value 'Q'.
            88  tx-to-primetst  value 'T'.
            88  tx-to-piquery   value 'C'.
            88  tx-to-factor    value 'F'.
            88  tx-to-profile   value 'P'.
            88  tx-to-control   value 'S'.
        05  tx-status           pic x(8).
        05  tx-error            pic x(3).
        05  tx-answer           pic x(80).
01  tx pic 9(4) usage comp-5.
01  dx-tx pic 9(4) usage comp-5.
01  intake-read-count pic 9(6) value 0.
01  overflow-count pic 9(6) value 0.
01  skip-count pic 9(6).

*>per-program batch sizes -- a program with nothing routed to it is
*>neither written for nor run.
01  qry-count pic 9(4) value 0.
01  tst-count pic 9(4) value 0.
01  pi-count pic 9(4) value 0.
01  fac-count pic 9(4) value 0.
01  prof-count pic 9(4) value 0.
01  queue-count pic 9(4) value 0.

*>department table ---------------------------------------------------
01  dept-count pic 9(3) usage comp-5 value 0.
01  dept-tbl.
    02  dept-tbl-code pic x(6) occurs 500 times.
01  dx pic 9(3) usage comp-5.
01  dept-code pic x(6) value spaces.
01  dept-known pic x(1).
    88  dept-is-known value 'Y'.

*>operand edit ------------------------------------------------------
01  operand-work pic x(18).
01  operand-value pic 9(18).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.
01  work-error-code pic x(3).
01  edit-value pic z(17)9.
01  edit-value-2 pic z(9)9.
01  edit-small pic z9.
01  queue-entry pic x(25).
    copy "inqreqrec.cpy".
    copy "tstreqrec.cpy".

*>running the programs ----------------------------------------------
01  command-line-text pic x(60).
01  stage-rc pic s9(9) usage comp-5.
01  stage-completion-code pic s9(9) usage comp-5.
01  edit-rc pic -(4)9.
01  program-label pic x(8).

*>collecting the answers --------------------------------------------
*>each response is walked in step with the transactions routed to its
*>program: the nth response line answers the nth such transaction,
*>and the number it echoes must be that transaction's or the line is
*>out of step and answers nothing.
01  scan-ptr pic 9(4) usage comp-5.
01  scan-route-1 pic x(1).
01  scan-route-2 pic x(1).
01  found-tx pic 9(4) usage comp-5.
01  group-tx pic 9(4) usage comp-5.
01  factor-text pic x(70).
01  factor-ptr pic 9(3) usage comp-5.
01  answer-ptr pic 9(3) usage comp-5.
01  answer-work pic x(80).
01  prof-divisors pic 9(18).
01  prof-sigma pic 9(18).
01  prof-totient pic 9(18).

01  answered-count pic 9(4) value 0.
01  queued-count pic 9(4) value 0.
01  error-count pic 9(6) value 0.
01  edit-count pic z(5)9.
01  edit-count-2 pic z(5)9.
01  edit-count-3 pic z(5)9.

*>response-file-status is checked after every response-file I-O verb
01  failing-verb pic x(30).

*>run serialization lock -----------------------------------------------
01  lock-file-status pic x(2).
    88  lock-file-ok value '00'.
01  lock-file-name pic x(30).
01  lock-resource pic x(16).
01  lock-timestamp pic x(14).
01  lock-acquired pic x(1).
    88  lock-is-acquired value 'Y'.

procedure division.
    perform 1000-initialize.

    perform until intake-at-end
        read intake-file
            at end move 'Y' to intake-eof
            not at end perform 2000-take-one-transaction
        end-read
    end-perform.
    close intake-file.

    perform 3000-write-batch-files.
    perform 4000-run-routed-programs.
    perform 6000-write-responses.
    perform 7000-remove-batch-files.

    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    perform 1100-check-pending-batches.
    if pending-was-found
        display 'intake: clear or run the pending request file(s)'
            ' first; nothing was read.'
        move 8 to return-code
        stop run
    end-if.

    open input intake-file.
    if not intake-file-ok
        display 'intake: could not open SIEVE.INTAKE, status = '
            intake-file-status
        move 8 to return-code
        stop run
    end-if.
    move 'N' to intake-eof.

    perform 1400-load-department-master.

*>--------------------------------------------------------------------
*>1100-check-pending-batches
*>a request file that opens is somebody's inquiry still waiting for
*>its program to run; writing ours over it would lose theirs, and
*>appending to it would hand them our answers.
*>--------------------------------------------------------------------
1100-check-pending-batches.
    open input qry-request-file.
    if batch-file-ok
        close qry-request-file
        display 'intake: PRIMEQRY.REQUEST is already on file.'
        set pending-was-found to true
    end-if.
    open input tst-request-file.
    if batch-file-ok
        close tst-request-file
        display 'intake: PRIMETST.REQUEST is already on file.'
        set pending-was-found to true
    end-if.
    open input pi-request-file.
    if batch-file-ok
        close pi-request-file
        display 'intake: PIQUERY.REQUEST is already on file.'
        set pending-was-found to true
    end-if.
    open input fac-request-file.
    if batch-file-ok
        close fac-request-file
        display 'intake: FACTOR.REQUEST is already on file.'
        set pending-was-found to true
    end-if.

*>--------------------------------------------------------------------
*>1400-load-department-master
*>the same active-codes table every program that takes requests
*>loads. with no SIEVE.DEPT at all every transaction is answered E03,
*>which is exactly what each routed program would have done to it.
*>--------------------------------------------------------------------
1400-load-department-master.
    move 0 to dept-count.
    open input dept-file.
    if not dept-file-ok
        display 'warning: could not open SIEVE.DEPT, status = '
            dept-file-status '; every transaction will be rejected.'
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
*>2000-take-one-transaction
*>--------------------------------------------------------------------
2000-take-one-transaction.
    add 1 to intake-read-count.
    if txn-count >= 1000
        add 1 to overflow-count
        exit paragraph
    end-if.

    add 1 to txn-count.
    move txn-count to tx.
    move in-txn-type to tx-type(tx).
    move in-caller-ref to tx-ref(tx).
    move in-dept-code to tx-dept(tx).
    move spaces to tx-request-text(tx).
    move 0 to tx-num(tx).
    move 0 to tx-num-2(tx).
    move space to tx-route(tx).
    move spaces to tx-status(tx).
    move spaces to tx-error(tx).
    move spaces to tx-answer(tx).

    perform 2100-validate-transaction.

*>--------------------------------------------------------------------
*>2100-validate-transaction
*>the checks run in the order a caller would fix them: what the
*>transaction is, who it belongs to, who pays for it, then what it
*>asks. operand limits are the owning program's own -- the classic
*>99999999 table ceiling for SIEVE, 2060's lower-at-least-2 and
*>upper-past-lower for RANGE, ten digits for everything keyed off the
*>master, eighteen for a primality test -- so nothing is routed that
*>the program would only turn away.
*>--------------------------------------------------------------------
2100-validate-transaction.
    move spaces to work-error-code.
    if tx-type(tx) is not equal 'SIEVE'
        and tx-type(tx) is not equal 'RANGE'
        and tx-type(tx) is not equal 'ISPRIME'
        and tx-type(tx) is not equal 'PICOUNT'
        and tx-type(tx) is not equal 'FACTOR'
        and tx-type(tx) is not equal 'PROFILE'
        move 'E01' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.

    if tx-ref(tx) is equal spaces
        move 'E02' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.
    perform varying dx-tx from 1 by 1 until dx-tx >= tx
        if tx-ref(dx-tx) is equal tx-ref(tx)
            move tx to dx-tx
            move 'E06' to work-error-code
        end-if
    end-perform.
    if work-error-code is equal 'E06'
        perform 2900-fail-transaction
        exit paragraph
    end-if.

    move tx-dept(tx) to dept-code.
    perform 9220-validate-dept-code.
    if not dept-is-known
        move 'E03' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.

    move in-operand-1 to operand-work.
    perform 9210-validate-operand.
    if not value-is-valid
        move 'E04' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.
    move operand-value to tx-num(tx).
    move tx-num(tx) to edit-value.
    move function trim(edit-value) to tx-request-text(tx).

    if tx-type(tx) is equal 'RANGE'
        perform 2200-validate-range-bounds
    else
        if in-operand-2 is not equal spaces
            move 'E04' to work-error-code
            perform 2900-fail-transaction
        else
            perform 2300-route-single-operand
        end-if
    end-if.

*>--------------------------------------------------------------------
*>2200-validate-range-bounds
*>--------------------------------------------------------------------
2200-validate-range-bounds.
    move in-operand-2 to operand-work.
    perform 9210-validate-operand.
    if not value-is-valid
        move 'E04' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.
    if tx-num(tx) < 2 or tx-num(tx) > 9999999999
        or operand-value > 9999999999
        or operand-value not > tx-num(tx)
        move 'E05' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.
    move operand-value to tx-num-2(tx).
    set tx-to-control(tx) to true.
    add 1 to queue-count.

*>--------------------------------------------------------------------
*>2300-route-single-operand
*>ISPRIME splits on size: up to ten digits is a keyed lookup off the
*>master by primeqry.cob, with the ordinal and neighbours that come
*>with it; past that only primetst.cob can answer. both request
*>files carry the department, so either way the line is billed.
*>--------------------------------------------------------------------
2300-route-single-operand.
    evaluate tx-type(tx)
        when 'SIEVE'
            if tx-num(tx) < 2 or tx-num(tx) > 99999999
                move 'E05' to work-error-code
            else
                set tx-to-control(tx) to true
                add 1 to queue-count
            end-if
        when 'ISPRIME'
            if tx-num(tx) > 9999999999
                set tx-to-primetst(tx) to true
                add 1 to tst-count
            else
                set tx-to-primeqry(tx) to true
                add 1 to qry-count
            end-if
        when 'PICOUNT'
            if tx-num(tx) > 9999999999
                move 'E05' to work-error-code
            else
                set tx-to-piquery(tx) to true
                add 1 to pi-count
            end-if
        when 'FACTOR'
            if tx-num(tx) < 2 or tx-num(tx) > 9999999999
                move 'E05' to work-error-code
            else
                set tx-to-factor(tx) to true
                add 1 to fac-count
            end-if
        when 'PROFILE'
            if tx-num(tx) < 2 or tx-num(tx) > 9999999999
                move 'E05' to work-error-code
            else
                set tx-to-profile(tx) to true
                add 1 to prof-count
            end-if
    end-evaluate.
    if work-error-code is equal 'E05'
        perform 2900-fail-transaction
    end-if.

*>--------------------------------------------------------------------
*>2900-fail-transaction
*>marks transaction tx ERROR with work-error-code and the words that
*>go with it (intresprec.cpy lists the codes). a routed transaction
*>failed later loses its route, so nothing else tries to answer it.
*>--------------------------------------------------------------------
2900-fail-transaction.
    move 'ERROR' to tx-status(tx).
    move work-error-code to tx-error(tx).
    move space to tx-route(tx).
    evaluate work-error-code
        when 'E01'
            move 'TRANSACTION TYPE NOT RECOGNISED' to tx-answer(tx)
        when 'E02'
            move 'NO CALLER REFERENCE' to tx-answer(tx)
        when 'E03'
            move 'DEPARTMENT NOT KNOWN TO SIEVE.DEPT' to tx-answer(tx)
        when 'E04'
            move 'OPERAND MISSING OR NOT A WHOLE NUMBER'
                to tx-answer(tx)
        when 'E05'
            move 'OPERAND OUTSIDE WHAT THE TYPE ACCEPTS'
                to tx-answer(tx)
        when 'E06'
            move 'CALLER REFERENCE ALREADY USED IN THIS BATCH'
                to tx-answer(tx)
        when 'E07'
            move spaces to tx-answer(tx)
            move stage-completion-code to edit-rc
            string function trim(program-label)
                ' DID NOT COMPLETE, CODE ' function trim(edit-rc)
                delimited by size into tx-answer(tx)
        when 'E08'
            move spaces to tx-answer(tx)
            string 'NO USABLE ANSWER FROM ' function trim(program-label)
                delimited by size into tx-answer(tx)
        when 'E09'
            move 'COULD NOT BE QUEUED ON SIEVE.CONTROL'
                to tx-answer(tx)
    end-evaluate.

*>--------------------------------------------------------------------
*>3000-write-batch-files
*>one request file per program with work, in transaction order --
*>the order the answers will come back in.
*>--------------------------------------------------------------------
3000-write-batch-files.
    if qry-count > 0
        open output qry-request-file
        move 'OPEN OUTPUT PRIMEQRY.REQUEST' to failing-verb
        perform 9120-check-batch-status
    end-if.
    if tst-count > 0
        open output tst-request-file
        move 'OPEN OUTPUT PRIMETST.REQUEST' to failing-verb
        perform 9120-check-batch-status
    end-if.
    if pi-count > 0
        open output pi-request-file
        move 'OPEN OUTPUT PIQUERY.REQUEST' to failing-verb
        perform 9120-check-batch-status
    end-if.
    if fac-count > 0 or prof-count > 0
        open output fac-request-file
        move 'OPEN OUTPUT FACTOR.REQUEST' to failing-verb
        perform 9120-check-batch-status
    end-if.

    perform varying tx from 1 by 1 until tx > txn-count
        perform 3100-write-one-request
    end-perform.

    if qry-count > 0
        close qry-request-file
    end-if.
    if tst-count > 0
        close tst-request-file
    end-if.
    if pi-count > 0
        close pi-request-file
    end-if.
    if fac-count > 0 or prof-count > 0
        close fac-request-file
    end-if.

    if queue-count > 0
        perform 3500-queue-sieve-work
    end-if.

*>--------------------------------------------------------------------
*>3100-write-one-request
*>--------------------------------------------------------------------
3100-write-one-request.
    if tx-to-primetst(tx)
        move spaces to tq-request-rec
        move tx-request-text(tx) to tq-value
        move tx-dept(tx) to tq-dept-code
        move tq-request-rec to tst-request-line
        write tst-request-line
        move 'WRITE PRIMETST.REQUEST' to failing-verb
        perform 9120-check-batch-status
        exit paragraph
    end-if.

    move spaces to iq-request-rec.
    move tx-request-text(tx) to iq-value.
    move tx-dept(tx) to iq-dept-code.
    evaluate true
        when tx-to-primeqry(tx)
            move iq-request-rec to qry-request-line
            write qry-request-line
            move 'WRITE PRIMEQRY.REQUEST' to failing-verb
            perform 9120-check-batch-status
        when tx-to-piquery(tx)
            move iq-request-rec to pi-request-line
            write pi-request-line
            move 'WRITE PIQUERY.REQUEST' to failing-verb
            perform 9120-check-batch-status
        when tx-to-factor(tx)
        when tx-to-profile(tx)
            move iq-request-rec to fac-request-line
            write fac-request-line
            move 'WRITE FACTOR.REQUEST' to failing-verb
            perform 9120-check-batch-status
    end-evaluate.

*>--------------------------------------------------------------------
*>3500-queue-sieve-work
*>appended the way sieveop.cob queues a resubmission, billed to the
*>transaction's own department. the run itself is the next
*>control-file execution's, so the answer is where the work went.
*>the append is made holding SIEVE.LOCK.CONTROL; with the lock held
*>elsewhere, or SIEVE.CONTROL not to be opened, nothing is queued
*>and every SIEVE and RANGE transaction is answered E09 (3590).
*>--------------------------------------------------------------------
3500-queue-sieve-work.
    move 'CONTROL' to lock-resource.
    move function current-date(1:14) to lock-timestamp.
    perform 9400-take-lock.
    if not lock-is-acquired
        display 'intake: SIEVE.CONTROL is in use; sieve work not'
            ' queued.'
        perform 3590-fail-queued-work
        exit paragraph
    end-if.

    open extend control-file.
    if control-file-status is equal '05' or
        control-file-status is equal '35'
        open output control-file
    end-if.
    if not control-file-ok
        display 'intake: could not open SIEVE.CONTROL, status = '
            control-file-status '; sieve work not queued.'
        perform 3590-fail-queued-work
        perform 9450-release-lock
        exit paragraph
    end-if.

    perform varying tx from 1 by 1 until tx > txn-count
        if tx-to-control(tx)
            perform 3510-queue-one-entry
        end-if
    end-perform.
    close control-file.
    perform 9450-release-lock.

*>--------------------------------------------------------------------
*>3510-queue-one-entry
*>--------------------------------------------------------------------
3510-queue-one-entry.
    move spaces to queue-entry.
    if tx-type(tx) is equal 'RANGE'
        move tx-num-2(tx) to edit-value-2
        string function trim(tx-request-text(tx)) '-'
            function trim(edit-value-2)
            delimited by size into queue-entry
    else
        move tx-request-text(tx) to queue-entry
    end-if.

    *>released at the default priority and effective at once, like
    *>any entry queued without ctlmaint.cob; the requester and note
    *>say where it came from.
    move spaces to ce-control-entry.
    move queue-entry to ce-entry-value.
    move tx-dept(tx) to ce-dept-code.
    move 'intake' to ce-requester.
    string 'caller ref ' tx-ref(tx)
        delimited by size into ce-note.
    write ce-control-entry.
    if not control-file-ok
        move 'E09' to work-error-code
        perform 2900-fail-transaction
        exit paragraph
    end-if.

    move 'QUEUED' to tx-status(tx).
    string 'ON SIEVE.CONTROL AS ' function trim(queue-entry)
        delimited by size into tx-answer(tx).

*>--------------------------------------------------------------------
*>3590-fail-queued-work
*>--------------------------------------------------------------------
3590-fail-queued-work.
    perform varying tx from 1 by 1 until tx > txn-count
        if tx-to-control(tx)
            move 'E09' to work-error-code
            perform 2900-fail-transaction
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>4000-run-routed-programs
*>each program runs only behind a completion code below 8 -- 4 is a
*>run that finished and still answered every line it was given. a
*>program that did not complete answers none of its transactions,
*>even if it left a partial response file behind; one that completed
*>is collected line by line. PROFILE transactions ride FACTOR.REQUEST
*>and are answered from profile.cob's report of that run's factors,
*>so profile.cob only runs behind a completed factor step.
*>--------------------------------------------------------------------
4000-run-routed-programs.
    if qry-count > 0
        move 'PRIMEQRY' to program-label
        move 'primeqry' to command-line-text
        perform 4900-run-one-program
        if stage-completion-code >= 8 or stage-rc < 0
            move 'Q' to scan-route-1
            move 'Q' to scan-route-2
            perform 4800-fail-unanswered
        else
            perform 5100-collect-primeqry
        end-if
    end-if.

    if tst-count > 0
        move 'PRIMETST' to program-label
        move 'primetst' to command-line-text
        perform 4900-run-one-program
        if stage-completion-code >= 8 or stage-rc < 0
            move 'T' to scan-route-1
            move 'T' to scan-route-2
            perform 4800-fail-unanswered
        else
            perform 5200-collect-primetst
        end-if
    end-if.

    if pi-count > 0
        move 'PIQUERY' to program-label
        move 'piquery' to command-line-text
        perform 4900-run-one-program
        if stage-completion-code >= 8 or stage-rc < 0
            move 'C' to scan-route-1
            move 'C' to scan-route-2
            perform 4800-fail-unanswered
        else
            perform 5300-collect-piquery
        end-if
    end-if.

    if fac-count > 0 or prof-count > 0
        move 'FACTOR' to program-label
        move 'factor' to command-line-text
        perform 4900-run-one-program
        if stage-completion-code >= 8 or stage-rc < 0
            move 'F' to scan-route-1
            move 'P' to scan-route-2
            perform 4800-fail-unanswered
        else
            perform 5400-collect-factor
            if prof-count > 0
                move 'PROFILE' to program-label
                move 'profile' to command-line-text
                perform 4900-run-one-program
                if stage-completion-code >= 8 or stage-rc < 0
                    move 'P' to scan-route-1
                    move 'P' to scan-route-2
                    perform 4800-fail-unanswered
                else
                    perform 5500-collect-profile
                end-if
            end-if
        end-if
    end-if.

    perform 4950-sweep-unanswered.

*>--------------------------------------------------------------------
*>4800-fail-unanswered
*>every still-unanswered transaction on scan-route-1/-2 gets E07,
*>naming program-label and its completion code.
*>--------------------------------------------------------------------
4800-fail-unanswered.
    display 'intake: ' function trim(program-label)
        ' did not complete; its transactions are answered E07.'.
    perform varying tx from 1 by 1 until tx > txn-count
        if tx-status(tx) is equal spaces
            and (tx-route(tx) is equal scan-route-1
                or tx-route(tx) is equal scan-route-2)
            move 'E07' to work-error-code
            perform 2900-fail-transaction
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>4900-run-one-program
*>the same job-step launch pipedrvr.cob's 3900 uses: the completion
*>code is captured, divided out of the wait status and cleared, so
*>this job's own code reflects the intake as a whole.
*>--------------------------------------------------------------------
4900-run-one-program.
    move 0 to return-code.
    call 'SYSTEM' using command-line-text.
    move return-code to stage-rc.
    move 0 to return-code.
    divide stage-rc by 256 giving stage-completion-code.

*>--------------------------------------------------------------------
*>4950-sweep-unanswered
*>a routed transaction that its program completed without answering
*>-- a short response file, or lines out of step -- is E08; the
*>program-label for each comes from its route.
*>--------------------------------------------------------------------
4950-sweep-unanswered.
    perform varying tx from 1 by 1 until tx > txn-count
        if tx-status(tx) is equal spaces
            and tx-route(tx) is not equal space
            perform 4960-set-route-label
            move 'E08' to work-error-code
            perform 2900-fail-transaction
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>4960-set-route-label
*>--------------------------------------------------------------------
4960-set-route-label.
    evaluate true
        when tx-to-primeqry(tx)
            move 'PRIMEQRY' to program-label
        when tx-to-primetst(tx)
            move 'PRIMETST' to program-label
        when tx-to-piquery(tx)
            move 'PIQUERY' to program-label
        when tx-to-factor(tx)
            move 'FACTOR' to program-label
        when tx-to-profile(tx)
            move 'PROFILE' to program-label
        when other
            move 'INTAKE' to program-label
    end-evaluate.

*>--------------------------------------------------------------------
*>5100-collect-primeqry
*>REJECTED and INVALID lines should never come back for a
*>transaction that passed 2100; if one does (SIEVE.DEPT changed
*>between the two reads) it is no answer, and the sweep says E08.
*>--------------------------------------------------------------------
5100-collect-primeqry.
    open input qry-response-file.
    if not batch-file-ok
        exit paragraph
    end-if.
    move 'Q' to scan-route-1.
    move 'Q' to scan-route-2.
    move 0 to scan-ptr.
    move 'N' to batch-eof.
    perform until batch-at-end
        read qry-response-file
            at end move 'Y' to batch-eof
            not at end perform 5110-take-primeqry-line
        end-read
    end-perform.
    close qry-response-file.

*>--------------------------------------------------------------------
*>5110-take-primeqry-line
*>--------------------------------------------------------------------
5110-take-primeqry-line.
    perform 5900-find-next-routed.
    if found-tx = 0
        exit paragraph
    end-if.
    move found-tx to tx.
    if qr-candidate is not equal tx-request-text(tx)(1:10)
        exit paragraph
    end-if.

    move spaces to answer-work.
    evaluate qr-verdict
        when 'PRIME'
            string 'PRIME, ORDINAL ' function trim(qr-ordinal)
                delimited by size into answer-work
        when 'NOT PRIME'
            string 'NOT PRIME, BELOW ' function trim(qr-below)
                ' ABOVE ' function trim(qr-above)
                delimited by size into answer-work
        when 'UNKNOWN'
            move 'UNKNOWN, PAST THE MASTER CEILING' to answer-work
        when other
            exit paragraph
    end-evaluate.
    perform 5950-answer-transaction.

*>--------------------------------------------------------------------
*>5200-collect-primetst
*>--------------------------------------------------------------------
5200-collect-primetst.
    open input tst-response-file.
    if not batch-file-ok
        exit paragraph
    end-if.
    move 'T' to scan-route-1.
    move 'T' to scan-route-2.
    move 0 to scan-ptr.
    move 'N' to batch-eof.
    perform until batch-at-end
        read tst-response-file
            at end move 'Y' to batch-eof
            not at end perform 5210-take-primetst-line
        end-read
    end-perform.
    close tst-response-file.

*>--------------------------------------------------------------------
*>5210-take-primetst-line
*>--------------------------------------------------------------------
5210-take-primetst-line.
    perform 5900-find-next-routed.
    if found-tx = 0
        exit paragraph
    end-if.
    move found-tx to tx.
    if tr-candidate is not equal tx-request-text(tx)
        exit paragraph
    end-if.
    if tr-verdict is not equal 'PRIME'
        and tr-verdict is not equal 'NOT PRIME'
        exit paragraph
    end-if.

    move spaces to answer-work.
    if tr-evidence-kind is equal spaces
        string function trim(tr-verdict) ', '
            function trim(tr-method)
            delimited by size into answer-work
    else
        string function trim(tr-verdict) ', '
            function trim(tr-method) ', '
            function trim(tr-evidence-kind) ' '
            function trim(tr-evidence)
            delimited by size into answer-work
    end-if.
    perform 5950-answer-transaction.

*>--------------------------------------------------------------------
*>5300-collect-piquery
*>--------------------------------------------------------------------
5300-collect-piquery.
    open input pi-response-file.
    if not batch-file-ok
        exit paragraph
    end-if.
    move 'C' to scan-route-1.
    move 'C' to scan-route-2.
    move 0 to scan-ptr.
    move 'N' to batch-eof.
    perform until batch-at-end
        read pi-response-file
            at end move 'Y' to batch-eof
            not at end perform 5310-take-piquery-line
        end-read
    end-perform.
    close pi-response-file.

*>--------------------------------------------------------------------
*>5310-take-piquery-line
*>--------------------------------------------------------------------
5310-take-piquery-line.
    perform 5900-find-next-routed.
    if found-tx = 0
        exit paragraph
    end-if.
    move found-tx to tx.
    if px-candidate is not equal tx-request-text(tx)(1:10)
        exit paragraph
    end-if.

    move spaces to answer-work.
    evaluate px-verdict
        when 'COUNTED'
            string 'COUNTED, ' function trim(px-prime-count)
                ' PRIMES AT OR BELOW'
                delimited by size into answer-work
        when 'UNKNOWN'
            move 'UNKNOWN, PAST THE MASTER CEILING' to answer-work
        when other
            exit paragraph
    end-evaluate.
    perform 5950-answer-transaction.

*>--------------------------------------------------------------------
*>5400-collect-factor
*>FACTOR.REPORT holds one header/detail/trailer group per request
*>line, FACTOR and PROFILE transactions alike; a FACTOR group's
*>details are strung into "p^e x p^e ..." and its trailer says
*>whether that is the whole story. PROFILE groups are passed over
*>here -- profile.cob's report answers those.
*>--------------------------------------------------------------------
5400-collect-factor.
    open input fac-report-file.
    if not batch-file-ok
        exit paragraph
    end-if.
    move 'F' to scan-route-1.
    move 'P' to scan-route-2.
    move 0 to scan-ptr.
    move 0 to group-tx.
    move 'N' to batch-eof.
    perform until batch-at-end
        read fac-report-file
            at end move 'Y' to batch-eof
            not at end perform 5410-take-factor-record
        end-read
    end-perform.
    close fac-report-file.

*>--------------------------------------------------------------------
*>5410-take-factor-record
*>--------------------------------------------------------------------
5410-take-factor-record.
    evaluate fh-rec-type
        when 'H'
            move 0 to group-tx
            perform 5900-find-next-routed
            if found-tx > 0
                if tx-num(found-tx) = fh-number
                    and tx-to-factor(found-tx)
                    move found-tx to group-tx
                    move spaces to factor-text
                    move 1 to factor-ptr
                end-if
            end-if
        when 'F'
            if group-tx > 0
                perform 5420-add-factor-text
            end-if
        when 'T'
            if group-tx > 0
                move group-tx to tx
                move spaces to answer-work
                move ft-remainder to edit-value-2
                if ft-status is equal 'COMPLETE'
                    string 'COMPLETE ' function trim(factor-text)
                        delimited by size into answer-work
                else
                    if factor-text is equal spaces
                        string function trim(ft-status)
                            ', REMAINDER ' function trim(edit-value-2)
                            delimited by size into answer-work
                    else
                        string function trim(ft-status) ' '
                            function trim(factor-text)
                            ', REMAINDER ' function trim(edit-value-2)
                            delimited by size into answer-work
                    end-if
                end-if
                perform 5950-answer-transaction
                move 0 to group-tx
            end-if
    end-evaluate.

*>--------------------------------------------------------------------
*>5420-add-factor-text
*>--------------------------------------------------------------------
5420-add-factor-text.
    if factor-ptr > 1
        string ' x ' delimited by size
            into factor-text with pointer factor-ptr
        end-string
    end-if.
    move fd-prime to edit-value-2.
    string function trim(edit-value-2) delimited by size
        into factor-text with pointer factor-ptr
    end-string.
    if fd-exponent > 1
        move fd-exponent to edit-small
        string '^' function trim(edit-small) delimited by size
            into factor-text with pointer factor-ptr
        end-string
    end-if.

*>--------------------------------------------------------------------
*>5500-collect-profile
*>profile.cob writes a group for every factor group, in the same
*>order, so the walk steps over both routes again and keeps only the
*>PROFILE groups. an INCOMPUTABLE group is an answer -- the honest one
*>for a number the factor run could not finish.
*>--------------------------------------------------------------------
5500-collect-profile.
    open input prof-report-file.
    if not batch-file-ok
        exit paragraph
    end-if.
    move 'F' to scan-route-1.
    move 'P' to scan-route-2.
    move 0 to scan-ptr.
    move 0 to group-tx.
    move 'N' to batch-eof.
    perform until batch-at-end
        read prof-report-file
            at end move 'Y' to batch-eof
            not at end perform 5510-take-profile-record
        end-read
    end-perform.
    close prof-report-file.

*>--------------------------------------------------------------------
*>5510-take-profile-record
*>--------------------------------------------------------------------
5510-take-profile-record.
    evaluate ph-rec-type
        when 'H'
            move 0 to group-tx
            perform 5900-find-next-routed
            if found-tx > 0
                if tx-num(found-tx) = ph-number
                    and tx-to-profile(found-tx)
                    move found-tx to group-tx
                    move 0 to prof-divisors
                    move 0 to prof-sigma
                    move 0 to prof-totient
                end-if
            end-if
        when 'V'
            if group-tx > 0
                evaluate pv-label
                    when 'divisor count'
                        move pv-value to prof-divisors
                    when 'sum of divisors'
                        move pv-value to prof-sigma
                    when 'euler totient'
                        move pv-value to prof-totient
                end-evaluate
            end-if
        when 'T'
            if group-tx > 0
                move group-tx to tx
                perform 5520-build-profile-answer
                perform 5950-answer-transaction
                move 0 to group-tx
            end-if
    end-evaluate.

*>--------------------------------------------------------------------
*>5520-build-profile-answer
*>--------------------------------------------------------------------
5520-build-profile-answer.
    move spaces to answer-work.
    if pt-status is not equal 'COMPLETE'
        move pt-status to answer-work
        exit paragraph
    end-if.
    move 1 to answer-ptr.
    string function trim(pt-class) ', DIVISORS ' delimited by size
        into answer-work with pointer answer-ptr
    end-string.
    move prof-divisors to edit-value.
    string function trim(edit-value) ' SIGMA ' delimited by size
        into answer-work with pointer answer-ptr
    end-string.
    move prof-sigma to edit-value.
    string function trim(edit-value) ' TOTIENT ' delimited by size
        into answer-work with pointer answer-ptr
    end-string.
    move prof-totient to edit-value.
    string function trim(edit-value) delimited by size
        into answer-work with pointer answer-ptr
    end-string.

*>--------------------------------------------------------------------
*>5900-find-next-routed
*>steps scan-ptr on to the next transaction routed scan-route-1 or
*>scan-route-2 and leaves it in found-tx (0 once there are none).
*>--------------------------------------------------------------------
5900-find-next-routed.
    move 0 to found-tx.
    perform until found-tx > 0 or scan-ptr >= txn-count
        add 1 to scan-ptr
        if tx-route(scan-ptr) is equal scan-route-1
            or tx-route(scan-ptr) is equal scan-route-2
            move scan-ptr to found-tx
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>5950-answer-transaction
*>--------------------------------------------------------------------
5950-answer-transaction.
    move 'ANSWERED' to tx-status(tx).
    move answer-work to tx-answer(tx).

*>--------------------------------------------------------------------
*>6000-write-responses
*>--------------------------------------------------------------------
6000-write-responses.
    open output response-file.
    move 'OPEN OUTPUT RESPONSE-FILE' to failing-verb.
    perform 9100-check-response-status.

    perform varying tx from 1 by 1 until tx > txn-count
        move spaces to ir-response-rec
        move tx-ref(tx) to ir-caller-ref
        move tx-type(tx) to ir-txn-type
        move tx-status(tx) to ir-status
        move tx-error(tx) to ir-error-code
        move tx-answer(tx) to ir-answer
        evaluate tx-status(tx)
            when 'ANSWERED'
                add 1 to answered-count
            when 'QUEUED'
                add 1 to queued-count
            when other
                add 1 to error-count
        end-evaluate
        write ir-response-rec
        move 'WRITE RESPONSE RECORD' to failing-verb
        perform 9100-check-response-status
    end-perform.

    if overflow-count > 0
        perform 6100-answer-overflow
    end-if.

    close response-file.
    move 'CLOSE RESPONSE-FILE' to failing-verb.
    perform 9100-check-response-status.

*>--------------------------------------------------------------------
*>6100-answer-overflow
*>the transactions past the table were never held, so they are read
*>again from SIEVE.INTAKE -- they sit at the end of the file, so
*>answering them after the rest keeps the arrival order.
*>--------------------------------------------------------------------
6100-answer-overflow.
    display 'intake: SIEVE.INTAKE holds more than 1000 transactions;'
        ' the rest are answered E10.'.
    open input intake-file.
    if not intake-file-ok
        display 'abend: OPEN INPUT INTAKE-FILE failed, status = '
            intake-file-status
        move 12 to return-code
        stop run
    end-if.
    move 0 to skip-count.
    move 'N' to intake-eof.
    perform until intake-at-end
        read intake-file
            at end move 'Y' to intake-eof
            not at end
                add 1 to skip-count
                if skip-count > 1000
                    move spaces to ir-response-rec
                    move in-caller-ref to ir-caller-ref
                    move in-txn-type to ir-txn-type
                    move 'ERROR' to ir-status
                    move 'E10' to ir-error-code
                    move 'PAST THE BATCH LIMIT, RESUBMIT' to ir-answer
                    add 1 to error-count
                    write ir-response-rec
                    move 'WRITE RESPONSE RECORD' to failing-verb
                    perform 9100-check-response-status
                end-if
        end-read
    end-perform.
    close intake-file.

*>--------------------------------------------------------------------
*>7000-remove-batch-files
*>every request file this run wrote has been answered from, or its
*>transactions answered E07/E08; left on disk it would only stop the
*>next intake (1100) and be run again by hand.
*>--------------------------------------------------------------------
7000-remove-batch-files.
    if qry-count > 0
        delete file qry-request-file
    end-if.
    if tst-count > 0
        delete file tst-request-file
    end-if.
    if pi-count > 0
        delete file pi-request-file
    end-if.
    if fac-count > 0 or prof-count > 0
        delete file fac-request-file
    end-if.

*>--------------------------------------------------------------------
*>8000-finish
*>any ERROR line is completed-with-skips (4): the intake ran to the
*>end, but callers are waiting on transactions that need a look.
*>--------------------------------------------------------------------
8000-finish.
    move answered-count to edit-count.
    move queued-count to edit-count-2.
    move error-count to edit-count-3.
    display 'intake: ' function trim(edit-count) ' answered, '
        function trim(edit-count-2) ' queued, '
        function trim(edit-count-3)
        ' in error, see SIEVE.INTAKE.RESPONSE.'.

    if error-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-response-status
*>--------------------------------------------------------------------
9100-check-response-status.
    if response-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, response status = ' response-file-status
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9120-check-batch-status
*>a request file that cannot be written is not half-run: the job
*>stops before any program is launched against it.
*>--------------------------------------------------------------------
9120-check-batch-status.
    if batch-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, batch file status = ' batch-file-status
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9210-validate-operand
*>the 9210 whole-number edit, over the eighteen columns an operand
*>may use; a sign is refused as well -- every operand here is a
*>count or a limit.
*>--------------------------------------------------------------------
9210-validate-operand.
    move 'Y' to value-is-numeric.
    move 0 to operand-value.
    if operand-work is equal spaces
        move 'N' to value-is-numeric
        exit paragraph
    end-if.
    compute numeric-check = function test-numval(operand-work).
    if numeric-check is not equal 0
        move 'N' to value-is-numeric
        exit paragraph
    end-if.
    move 0 to dot-count.
    inspect operand-work tallying dot-count for all '.' all '+'
        all '-'.
    if dot-count > 0
        move 'N' to value-is-numeric
        exit paragraph
    end-if.
    compute operand-value = function numval(operand-work).

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
        display 'intake: could not examine '
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
            display 'intake: ' function trim(lock-resource)
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
        move 'intake' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'intake: could not write '
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
