*>--------------------------------------------------------
*>file: primetst.cob
*>description: primality inquiry batch for candidates up to
*>18 digits. primeqry.cob can only say UNKNOWN above the
*>master ceiling, and the security group needs yes/no
*>answers for numbers far past anything we will ever sieve.
*>this job reads a request file of candidates
*>(PRIMETST.REQUEST, one per line) and writes a response
*>file (PRIMETST.RESPONSE, layout tstresprec.cpy):
*>  - at or below mc-ceiling the verdict comes off
*>    SIEVE.MASTER with one keyed READ, exactly as primeqry
*>    answers it (method MASTER);
*>  - above it the candidate is trial-divided by every prime
*>    below 100000, which settles anything under ten digits
*>    outright, and whatever survives gets a deterministic
*>    miller-rabin test with the first twelve primes (2
*>    through 37) as bases -- a set proven to give no false
*>    PRIME anywhere below 3.3 * 10**24, far past 18 digits
*>    (method COMPUTED).
*>a composite always carries its evidence: the smallest
*>prime factor below 100000 when there is one, otherwise
*>the smallest base that witnessed it. the squaring steps
*>multiply two 18-digit residues, so the products are held
*>in 36-digit fields and reduced with DIVIDE ... REMAINDER.
*>
*>each request line carries the asking department's code
*>(tstreqrec.cpy), as primeqry.cob's do: a code SIEVE.DEPT
*>does not know gets a REJECTED line and a SIEVE.REJECTS
*>record, and the lines answered are journalled to
*>SIEVE.AUDIT per department for the month-end chargeback.
*>--------------------------------------------------------
identification division.
program-id. primetst.
environment division.
input-output section.
file-control.
    select request-file assign to "PRIMETST.REQUEST"
        organization is line sequential
        file status is request-file-status.
    select response-file assign to "PRIMETST.RESPONSE"
        organization is line sequential
        file status is response-file-status.
    select master-file assign to "SIEVE.MASTER"
        organization is indexed
        access mode is dynamic
        record key is mp-prime
        file status is master-file-status.
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
    copy "tstreqrec.cpy".
fd response-file.
    copy "tstresprec.cpy".
fd master-file.
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
01  response-file-status pic x(2).
01  master-file-status pic x(2).
    88  master-file-ok value '00'.
01  master-ctl-status pic x(2).
    88  master-ctl-ok value '00'.
01  request-eof pic x(1).
    88  request-at-end value 'Y'.
01  request-count pic 9(10).
01  master-answer-count pic 9(10).
01  computed-count pic 9(10).
01  edit-request-count pic z(9)9.
01  edit-count-2 pic z(9)9.
01  edit-count-3 pic z(9)9.

*>numeric edit on each candidate, the rule 9210 in sieve.cob holds
*>every upperlim source to, over the full 18-character field.
01  candidate-value pic x(18).
01  numeric-check pic 9(2).
01  dot-count pic 9(2).
01  value-is-numeric pic x(1).
    88  value-is-valid value 'Y'.

01  candidate pic 9(18).
01  master-ceiling pic 9(10).
01  master-usable pic x(1).
    88  master-is-usable value 'Y'.
01  edit-evidence pic z(17)9.

*>the trial divisors: every prime below 100000, sieved in memory the
*>way 3500 in sieve.cob builds its base primes. their squares pass
*>10**10, so trial division alone proves anything below ten digits.
01  small-flag-tbl.
    02  small-flag pic 9 usage comp-5 occurs 100000 times.
01  small-prime-count pic 9(5) usage comp-5.
01  small-prime-tbl.
    02  small-prime pic 9(10) usage comp-5 occurs 9600 times.
01  wx pic 9(7) usage comp-5.
01  bx pic 9(7) usage comp-5.
01  sx pic 9(5) usage comp-5.
01  small-mult pic 9(10) usage comp-5.

01  trial-quot pic 9(18).
01  trial-rem pic 9(18).
01  trial-square pic 9(18).
01  trial-done pic x(1).
    88  trial-is-done value 'Y'.
01  trial-proved pic x(1).
    88  trial-has-proved value 'Y'.
01  smallest-factor pic 9(10).

*>miller-rabin working fields. n - 1 = d * 2**s with d odd.
01  witness-tbl-values.
    02  filler pic 9(2) value 02.
    02  filler pic 9(2) value 03.
    02  filler pic 9(2) value 05.
    02  filler pic 9(2) value 07.
    02  filler pic 9(2) value 11.
    02  filler pic 9(2) value 13.
    02  filler pic 9(2) value 17.
    02  filler pic 9(2) value 19.
    02  filler pic 9(2) value 23.
    02  filler pic 9(2) value 29.
    02  filler pic 9(2) value 31.
    02  filler pic 9(2) value 37.
01  witness-tbl redefines witness-tbl-values.
    02  witness-base pic 9(2) occurs 12 times.
01  wb pic 9(2) usage comp-5.
01  n-minus-1 pic 9(18).
01  odd-part pic 9(18).
01  two-power pic 9(3).
01  halve-quot pic 9(18).
01  halve-rem pic 9(1).
01  witness-found pic 9(2).
01  base-passed pic x(1).
    88  base-has-passed value 'Y'.
01  rx pic 9(3).

*>modular arithmetic: the operands and result of one multiply-mod,
*>and the running state of one power-mod.
01  mul-a pic 9(18).
01  mul-b pic 9(18).
01  mul-product pic 9(36).
01  mul-quot pic 9(36).
01  mul-result pic 9(18).
01  pow-base pic 9(18).
01  pow-exp pic 9(18).
01  pow-result pic 9(18).
01  pow-exp-rem pic 9(1).
01  residue pic 9(18).

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

procedure division.
    perform 1000-initialize.

    perform until request-at-end
        read request-file
            at end move 'Y' to request-eof
            not at end perform 2000-process-one-candidate
        end-read
    end-perform.

    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>the ceiling is read the way primeqry.cob reads it. a master that
*>will not open despite a ceiling promising coverage is the
*>inconsistent pair MASTVRFY exists to chase, and this run stops
*>rather than answer half its lines off it; no coverage at all just
*>means every verdict is computed.
*>--------------------------------------------------------------------
1000-initialize.
    open input request-file.
    if not request-file-ok
        display 'primetst: could not open PRIMETST.REQUEST, status = '
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
        display 'primetst: another execution holds the shared files;'
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
            display 'primetst: master control says '
                master-ceiling ' but SIEVE.MASTER would not open,'
                ' status = ' master-file-status
            close request-file
            move 'AUDIT' to lock-resource
            perform 9450-release-lock
            move 8 to return-code
            stop run
        end-if
    else
        display 'primetst: no master coverage yet; every verdict'
            ' will be computed.'
    end-if.

    perform 1100-build-small-primes.

    open output response-file.
    move 'OPEN OUTPUT RESPONSE-FILE' to failing-verb.
    perform 9100-check-response-status.

    move 0 to request-count.
    move 0 to master-answer-count.
    move 0 to computed-count.
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
*>1100-build-small-primes
*>--------------------------------------------------------------------
1100-build-small-primes.
    move 0 to small-flag(1).
    perform varying wx from 2 by 1 until wx > 100000
        move 1 to small-flag(wx)
    end-perform.

    perform varying bx from 2 by 1 until bx * bx > 100000
        if small-flag(bx) = 1
            compute small-mult = bx * bx
            perform until small-mult > 100000
                move 0 to small-flag(small-mult)
                compute small-mult = small-mult + bx
            end-perform
        end-if
    end-perform.

    move 0 to small-prime-count.
    perform varying wx from 2 by 1 until wx > 100000
        if small-flag(wx) = 1
            add 1 to small-prime-count
            move wx to small-prime(small-prime-count)
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>2000-process-one-candidate
*>coverage decides the method: at or below the ceiling the master is
*>definitive, above it the verdict is worked out here. a non-numeric
*>line gets an INVALID response rather than silently vanishing from
*>the output, and a line from a department SIEVE.DEPT does not know
*>is REJECTED without being looked at.
*>--------------------------------------------------------------------
2000-process-one-candidate.
    add 1 to request-count.
    move tq-value to candidate-value.
    move spaces to tr-response-rec.
    move candidate-value to tr-candidate.

    move tq-dept-code to dept-code.
    perform 9220-validate-dept-code.
    if not dept-is-known
        perform 9205-log-rejected-dept
        move 'REJECTED' to tr-verdict
        perform 2900-write-response
        exit paragraph
    end-if.
    perform 9230-tally-department-line.

    perform 9210-validate-candidate-value.
    if not value-is-valid
        move 'INVALID' to tr-verdict
    else
        move candidate-value to candidate
        if master-is-usable and candidate <= master-ceiling
            perform 2100-answer-from-master
            add 1 to master-answer-count
        else
            perform 2200-compute-verdict
            add 1 to computed-count
        end-if
    end-if.

    perform 2900-write-response.

*>--------------------------------------------------------------------
*>2100-answer-from-master
*>one keyed READ, the primeqry.cob verdict. a key miss at or below the
*>ceiling is a definite composite (or 0 or 1), and below ten digits
*>trial division always finds its smallest factor for the evidence.
*>--------------------------------------------------------------------
2100-answer-from-master.
    move 'MASTER' to tr-method.
    move candidate to mp-prime.
    read master-file
        invalid key
            move 'NOT PRIME' to tr-verdict
            if candidate >= 2
                perform 2300-trial-divide
                if smallest-factor > 0
                    move 'FACTOR' to tr-evidence-kind
                    move smallest-factor to edit-evidence
                    move function trim(edit-evidence) to tr-evidence
                end-if
            end-if
        not invalid key
            move 'PRIME' to tr-verdict
    end-read.

*>--------------------------------------------------------------------
*>2200-compute-verdict
*>trial division first: it either finds a factor, proves the candidate
*>prime (no divisor up to its square root), or runs out of divisors
*>on a candidate of ten digits or more -- only then does miller-rabin
*>run.
*>--------------------------------------------------------------------
2200-compute-verdict.
    move 'COMPUTED' to tr-method.

    if candidate < 2
        move 'NOT PRIME' to tr-verdict
        exit paragraph
    end-if.

    perform 2300-trial-divide.
    if smallest-factor > 0
        move 'NOT PRIME' to tr-verdict
        move 'FACTOR' to tr-evidence-kind
        move smallest-factor to edit-evidence
        move function trim(edit-evidence) to tr-evidence
        exit paragraph
    end-if.
    if trial-has-proved
        move 'PRIME' to tr-verdict
        exit paragraph
    end-if.

    perform 2400-miller-rabin.
    if witness-found > 0
        move 'NOT PRIME' to tr-verdict
        move 'WITNESS' to tr-evidence-kind
        move witness-found to edit-evidence
        move function trim(edit-evidence) to tr-evidence
    else
        move 'PRIME' to tr-verdict
    end-if.

*>--------------------------------------------------------------------
*>2300-trial-divide
*>smallest-factor comes back as the least small prime dividing the
*>candidate (zero for none). trial-proved is set when the divisors
*>passed the candidate's square root without a hit, or the candidate
*>is itself one of them.
*>--------------------------------------------------------------------
2300-trial-divide.
    move 0 to smallest-factor.
    move 'N' to trial-done.
    move 'N' to trial-proved.
    perform varying sx from 1 by 1
        until sx > small-prime-count or trial-is-done
        compute trial-square = small-prime(sx) * small-prime(sx)
        if trial-square > candidate
            set trial-is-done to true
            set trial-has-proved to true
        else
            divide candidate by small-prime(sx)
                giving trial-quot remainder trial-rem
            if trial-rem is equal 0
                move small-prime(sx) to smallest-factor
                set trial-is-done to true
            end-if
        end-if
    end-perform.

    if smallest-factor is equal candidate
        move 0 to smallest-factor
        set trial-has-proved to true
    end-if.

*>--------------------------------------------------------------------
*>2400-miller-rabin
*>the candidate is odd and past every small prime by now. n - 1 is
*>split into d * 2**s, then each base in turn: a**d that is 1 or
*>n - 1, or a square that reaches n - 1 within s - 1 more squarings,
*>passes; anything else proves the candidate composite and names the
*>base as its witness.
*>--------------------------------------------------------------------
2400-miller-rabin.
    move 0 to witness-found.
    compute n-minus-1 = candidate - 1.
    move n-minus-1 to odd-part.
    move 0 to two-power.
    move 0 to halve-rem.
    perform until halve-rem is equal 1
        divide odd-part by 2 giving halve-quot remainder halve-rem
        if halve-rem is equal 0
            move halve-quot to odd-part
            add 1 to two-power
        end-if
    end-perform.

    perform varying wb from 1 by 1
        until wb > 12 or witness-found > 0
        perform 2410-test-one-base
    end-perform.

*>--------------------------------------------------------------------
*>2410-test-one-base
*>--------------------------------------------------------------------
2410-test-one-base.
    move witness-base(wb) to pow-base.
    move odd-part to pow-exp.
    perform 2500-power-mod.
    move pow-result to residue.

    if residue is equal 1 or residue is equal n-minus-1
        exit paragraph
    end-if.

    move 'N' to base-passed.
    perform varying rx from 1 by 1
        until rx >= two-power or base-has-passed
        move residue to mul-a
        move residue to mul-b
        perform 2600-multiply-mod
        move mul-result to residue
        if residue is equal n-minus-1
            set base-has-passed to true
        end-if
    end-perform.

    if not base-has-passed
        move witness-base(wb) to witness-found
    end-if.

*>--------------------------------------------------------------------
*>2500-power-mod
*>pow-result = pow-base ** pow-exp mod candidate, by repeated squaring
*>over the bits of the exponent.
*>--------------------------------------------------------------------
2500-power-mod.
    move 1 to pow-result.
    perform until pow-exp is equal 0
        divide pow-exp by 2 giving pow-exp remainder pow-exp-rem
        if pow-exp-rem is equal 1
            move pow-result to mul-a
            move pow-base to mul-b
            perform 2600-multiply-mod
            move mul-result to pow-result
        end-if
        if pow-exp > 0
            move pow-base to mul-a
            move pow-base to mul-b
            perform 2600-multiply-mod
            move mul-result to pow-base
        end-if
    end-perform.

*>--------------------------------------------------------------------
*>2600-multiply-mod
*>--------------------------------------------------------------------
2600-multiply-mod.
    compute mul-product = mul-a * mul-b.
    divide mul-product by candidate
        giving mul-quot remainder mul-result.

*>--------------------------------------------------------------------
*>2900-write-response
*>--------------------------------------------------------------------
2900-write-response.
    write tr-response-rec.
    move 'WRITE RESPONSE RECORD' to failing-verb.
    perform 9100-check-response-status.

*>--------------------------------------------------------------------
*>7000-write-audit-record
*>the same append 7000 in primeqry.cob does. an inquiry row carries no
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
    move 'PRIMETST.RESPONSE' to au-outfile-name.
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
*>a request file with any line rejected completes with 4, as
*>primeqry.cob's does.
*>--------------------------------------------------------------------
8000-finish.
    close request-file.
    if master-is-usable
        close master-file
    end-if.
    close response-file.
    move 'CLOSE RESPONSE-FILE' to failing-verb.
    perform 9100-check-response-status.

    move request-count to edit-request-count.
    move master-answer-count to edit-count-2.
    move computed-count to edit-count-3.
    display 'primetst: answered ' function trim(edit-request-count)
        ' request(s), ' function trim(edit-count-2)
        ' off SIEVE.MASTER and ' function trim(edit-count-3)
        ' computed.'.

    perform 7050-write-department-rows.
    move 'AUDIT' to lock-resource.
    perform 9450-release-lock.
    move 'N' to audit-lock-held.
    if rejected-count > 0
        move rejected-count to edit-request-count
        display 'primetst: ' function trim(edit-request-count)
            ' line(s) rejected for their department code.'
        move 4 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-response-status
*>any non-zero status on the response file abends the run with the
*>failing verb and the raw status -- a short or missing response file
*>must never look like a clean run.
*>--------------------------------------------------------------------
9100-check-response-status.
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
    move tq-value to rj-value-entered.
    move function current-date(1:14) to rj-timestamp.
    move 'DEPT' to rj-reason.
    move dept-code to rj-dept-code.
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
        display 'primetst: could not examine '
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
                display 'primetst: ' function trim(lock-resource)
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
        display 'primetst: stale lock on '
            function trim(lock-resource) ' (its run ended '
            function trim(lock-owner-status) '), taken over.'
    end-if.

*>--------------------------------------------------------------------
*>9430-write-lock-record
*>--------------------------------------------------------------------
9430-write-lock-record.
    open output lock-file.
    if lock-file-ok
        move 'primetst' to lk-owner
        move lock-timestamp to lk-run-timestamp
        move lock-resource to lk-resource
        write lk-lock-rec
        close lock-file
        set lock-is-acquired to true
    else
        display 'primetst: could not write '
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
