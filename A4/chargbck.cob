*>--------------------------------------------------------
*>file: chargbck.cob
*>description: month-end chargeback of sieve and inquiry
*>work to the departments that asked for it. every audit
*>row now carries the department code the work was done
*>for (auditrec.cpy); this job reads the whole trail --
*>SIEVE.AUDIT.ARCH first and the live SIEVE.AUDIT after it,
*>as opstrend.cob does, so houskeep's trimming never loses
*>a billable row -- keeps the completion rows of the month
*>asked for, and totals per department the elapsed seconds
*>spent, the primes the department's sieve runs produced
*>and the inquiry lines answered for it. two outputs:
*>CHARGEBACK.REPORT, the printed billing report with names
*>and cost centres off SIEVE.DEPT, and CHARGEBACK.FEED, the
*>pipe-delimited file the finance system loads:
*>    D|yyyymm|code|cost centre|seconds|primes|lines
*>one per department billed, then one
*>    T|yyyymm|departments|seconds|primes|lines
*>trailer finance balances the load against.
*>
*>the command line may carry the month as yyyymm; without
*>it the job bills the calendar month before today's, which
*>is what a run early in the month wants. work with no
*>department on it (operator runs off PARM or the prompt,
*>and every row journalled before codes existed) or a code
*>no longer on SIEVE.DEPT is shown on the report as
*>unassigned but never fed to finance -- nobody can be
*>billed for it -- and completes the run with 4 so someone
*>looks. a month that is not a month completes with 8.
*>--------------------------------------------------------
identification division.
program-id. chargbck.
environment division.
input-output section.
file-control.
    select audit-file assign to "SIEVE.AUDIT"
        organization is line sequential
        file status is audit-file-status.
    select audit-arch-file assign to "SIEVE.AUDIT.ARCH"
        organization is line sequential
        file status is audit-arch-status.
    select dept-file assign to "SIEVE.DEPT"
        organization is line sequential
        file status is dept-file-status.
    select report-file assign to "CHARGEBACK.REPORT"
        organization is line sequential
        file status is report-file-status.
    select feed-file assign to "CHARGEBACK.FEED"
        organization is line sequential
        file status is feed-file-status.
data division.
file section.
fd audit-file.
    copy "auditrec.cpy".
fd audit-arch-file.
    01  audit-arch-rec pic x(103).
fd dept-file.
    copy "deptrec.cpy".
fd report-file.
    01  cb-report-line pic x(100).
fd feed-file.
    01  cb-feed-line pic x(100).
working-storage section.
01  audit-file-status pic x(2).
    88  audit-file-ok value '00'.
01  audit-arch-status pic x(2).
    88  audit-arch-ok value '00'.
01  dept-file-status pic x(2).
    88  dept-file-ok value '00'.
01  report-file-status pic x(2).
01  feed-file-status pic x(2).
01  audit-eof pic x(1).
    88  audit-at-end value 'Y'.
01  dept-eof pic x(1).
    88  dept-at-end value 'Y'.

*>the month billed, off the command line or the month before today.
01  parm-from-jcl pic x(10).
01  bill-month pic x(6).
01  bill-month-parts redefines bill-month.
    05  bill-year pic 9(4).
    05  bill-mon pic 9(2).
01  today-date pic x(8).
01  today-parts redefines today-date.
    05  today-year pic 9(4).
    05  today-mon pic 9(2).
    05  today-day pic 9(2).

*>one billing line per department on SIEVE.DEPT, in master order,
*>whatever its status -- a department closed mid-month still owes for
*>the work done before it closed. unassigned work is summed apart
*>below.
01  bill-count pic 9(3) usage comp-5.
01  bill-tbl.
    02  bill-entry occurs 500 times.
        05  bill-dept-code pic x(6).
        05  bill-dept-name pic x(30).
        05  bill-cost-centre pic x(10).
        05  bill-seconds pic 9(10).
        05  bill-primes pic 9(14).
        05  bill-lines pic 9(12).
        05  bill-runs pic 9(7).
01  bx pic 9(3) usage comp-5.
01  bill-found pic x(1).
    88  bill-is-found value 'Y'.
01  dept-overflow pic x(1) value 'N'.
    88  dept-has-overflowed value 'Y'.

01  unassigned-seconds pic 9(10).
01  unassigned-primes pic 9(14).
01  unassigned-lines pic 9(12).
01  unassigned-runs pic 9(7).

01  total-seconds pic 9(10).
01  total-primes pic 9(14).
01  total-lines pic 9(12).
01  total-depts pic 9(5).
01  rows-read pic 9(10).
01  rows-billed pic 9(10).

01  row-seconds pic 9(10).
01  row-primes pic 9(14).
01  row-lines pic 9(12).
01  row-is-sieve-run pic x(1).
    88  row-is-a-sieve-run value 'Y'.

01  edit-seconds pic z(9)9.
01  edit-primes pic z(13)9.
01  edit-lines pic z(11)9.
01  edit-runs pic z(6)9.
01  edit-number pic z(9)9.

*>report-file-status and feed-file-status are checked after every
*>report and feed I-O verb ------------------------------------------
01  failing-verb pic x(30).

procedure division.
    perform 1000-initialize.
    perform 1500-load-department-master.
    perform 2000-read-audit-history.
    perform 5000-write-billing-report.
    perform 6000-write-finance-feed.
    perform 8000-finish.
    stop run.

*>--------------------------------------------------------------------
*>1000-initialize
*>--------------------------------------------------------------------
1000-initialize.
    move function current-date(1:8) to today-date.
    move spaces to parm-from-jcl.
    accept parm-from-jcl from command-line.
    if parm-from-jcl is equal spaces
        if today-mon = 1
            compute bill-year = today-year - 1
            move 12 to bill-mon
        else
            move today-year to bill-year
            compute bill-mon = today-mon - 1
        end-if
    else
        move function trim(parm-from-jcl) to bill-month
        if bill-month is not numeric
            or parm-from-jcl(7:4) is not equal spaces
            or bill-mon < 1 or bill-mon > 12
            display 'chargbck: "' function trim(parm-from-jcl)
                '" is not a month; give it as yyyymm.'
            move 8 to return-code
            stop run
        end-if
    end-if.

    move 0 to unassigned-seconds.
    move 0 to unassigned-primes.
    move 0 to unassigned-lines.
    move 0 to unassigned-runs.
    move 0 to rows-read.
    move 0 to rows-billed.

    open output report-file.
    move 'OPEN OUTPUT REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.
    open output feed-file.
    move 'OPEN OUTPUT FEED-FILE' to failing-verb.
    perform 9110-check-feed-status.

    move spaces to cb-report-line.
    string 'department chargeback for ' bill-month
        ', run ' today-date
        delimited by size into cb-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>1500-load-department-master
*>without SIEVE.DEPT there are no names or cost centres to bill to,
*>and every row would land in unassigned -- the feed finance loads
*>would be empty and look clean. the run refuses instead.
*>--------------------------------------------------------------------
1500-load-department-master.
    move 0 to bill-count.
    open input dept-file.
    if not dept-file-ok
        move spaces to cb-report-line
        string 'could not open SIEVE.DEPT, status = '
            dept-file-status '; nothing billed.'
            delimited by size into cb-report-line
        perform 5900-write-report-line
        display 'chargbck: could not open SIEVE.DEPT, status = '
            dept-file-status
        close report-file
        close feed-file
        move 8 to return-code
        stop run
    end-if.

    move 'N' to dept-eof.
    perform until dept-at-end
        read dept-file
            at end move 'Y' to dept-eof
            not at end
                if dm-dept-code is not equal spaces
                    if bill-count < 500
                        add 1 to bill-count
                        initialize bill-entry(bill-count)
                        move dm-dept-code to bill-dept-code(bill-count)
                        move dm-dept-name to bill-dept-name(bill-count)
                        move dm-cost-centre
                            to bill-cost-centre(bill-count)
                    else
                        set dept-has-overflowed to true
                    end-if
                end-if
        end-read
    end-perform.
    close dept-file.

    if dept-has-overflowed
        move 'SIEVE.DEPT exceeds 500 departments; the rest bill as'
            & ' unassigned.' to cb-report-line
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>2000-read-audit-history
*>--------------------------------------------------------------------
2000-read-audit-history.
    open input audit-arch-file.
    if audit-arch-ok
        move 'N' to audit-eof
        perform until audit-at-end
            read audit-arch-file
                at end move 'Y' to audit-eof
                not at end
                    move audit-arch-rec to au-audit-rec
                    perform 2100-bill-one-row
            end-read
        end-perform
        close audit-arch-file
    end-if.

    open input audit-file.
    if audit-file-ok
        move 'N' to audit-eof
        perform until audit-at-end
            read audit-file
                at end move 'Y' to audit-eof
                not at end perform 2100-bill-one-row
            end-read
        end-perform
        close audit-file
    end-if.

*>--------------------------------------------------------------------
*>2100-bill-one-row
*>only completion rows of the month count: a STARTED row is journal
*>bookkeeping and is always followed by the row that carries the
*>run's real elapsed time. every completion row bills its seconds;
*>primes come only off a sieve run that succeeded (the same
*>output.txt / OUTPUTnnnn.TXT test opstrend and houskeep apply -- a
*>goldbach or rollback row's prime count is not primes produced);
*>inquiry lines come off whatever row carries them. a row written
*>before the department fields existed has spaces where they are, so
*>every figure is tested numeric before it is added.
*>--------------------------------------------------------------------
2100-bill-one-row.
    add 1 to rows-read.
    if au-run-timestamp(1:6) is not equal bill-month
        exit paragraph
    end-if.
    if au-status is not equal 'SUCCESS'
        and au-status is not equal 'FAILED'
        and au-status is not equal 'SUCCESS-W'
        and au-status is not equal 'FAILED-W'
        exit paragraph
    end-if.
    add 1 to rows-billed.

    move 0 to row-seconds.
    move 0 to row-primes.
    move 0 to row-lines.
    if au-elapsed-seconds is numeric
        move au-elapsed-seconds to row-seconds
    end-if.

    move 'N' to row-is-sieve-run.
    if au-outfile-name is equal 'output.txt'
        or au-outfile-name(1:6) is equal 'OUTPUT'
        set row-is-a-sieve-run to true
        if (au-status is equal 'SUCCESS'
            or au-status is equal 'SUCCESS-W')
            and au-prime-count is numeric
            move au-prime-count to row-primes
        end-if
    end-if.
    if au-inquiry-lines is numeric
        move au-inquiry-lines to row-lines
    end-if.

    move 'N' to bill-found.
    if au-dept-code is not equal spaces
        perform varying bx from 1 by 1
            until bx > bill-count or bill-is-found
            if bill-dept-code(bx) is equal au-dept-code
                set bill-is-found to true
            end-if
        end-perform
    end-if.

    if bill-is-found
        subtract 1 from bx
        add row-seconds to bill-seconds(bx)
        add row-primes to bill-primes(bx)
        add row-lines to bill-lines(bx)
        if row-is-a-sieve-run
            add 1 to bill-runs(bx)
        end-if
    else
        add row-seconds to unassigned-seconds
        add row-primes to unassigned-primes
        add row-lines to unassigned-lines
        if row-is-a-sieve-run
            add 1 to unassigned-runs
        end-if
    end-if.

*>--------------------------------------------------------------------
*>5000-write-billing-report
*>one line per department with anything to bill, then the totals and
*>the unassigned work, which is not in the totals.
*>--------------------------------------------------------------------
5000-write-billing-report.
    move spaces to cb-report-line.
    string 'dept   name                           cost ctr   '
        '   seconds         primes        lines    runs'
        delimited by size into cb-report-line.
    perform 5900-write-report-line.

    move 0 to total-seconds.
    move 0 to total-primes.
    move 0 to total-lines.
    move 0 to total-depts.
    perform varying bx from 1 by 1 until bx > bill-count
        if bill-seconds(bx) > 0 or bill-primes(bx) > 0
            or bill-lines(bx) > 0 or bill-runs(bx) > 0
            perform 5100-write-one-department-line
        end-if
    end-perform.

    if total-depts = 0
        move 'no billable work on record for the month.'
            to cb-report-line
        perform 5900-write-report-line
    end-if.

    move total-seconds to edit-seconds.
    move total-primes to edit-primes.
    move total-lines to edit-lines.
    move spaces to cb-report-line.
    string 'total billed: ' function trim(edit-seconds)
        ' second(s), ' function trim(edit-primes)
        ' prime(s), ' function trim(edit-lines)
        ' inquiry line(s)'
        delimited by size into cb-report-line.
    perform 5900-write-report-line.

    if unassigned-seconds > 0 or unassigned-primes > 0
        or unassigned-lines > 0 or unassigned-runs > 0
        move unassigned-seconds to edit-seconds
        move unassigned-primes to edit-primes
        move unassigned-lines to edit-lines
        move spaces to cb-report-line
        string 'unassigned, not billed: '
            function trim(edit-seconds)
            ' second(s), ' function trim(edit-primes)
            ' prime(s), ' function trim(edit-lines)
            ' inquiry line(s)'
            delimited by size into cb-report-line
        perform 5900-write-report-line
    end-if.

    move rows-billed to edit-number.
    move spaces to cb-report-line.
    string function trim(edit-number)
        ' completion row(s) of the month read'
        delimited by size into cb-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>5100-write-one-department-line
*>--------------------------------------------------------------------
5100-write-one-department-line.
    add 1 to total-depts.
    add bill-seconds(bx) to total-seconds.
    add bill-primes(bx) to total-primes.
    add bill-lines(bx) to total-lines.

    move bill-seconds(bx) to edit-seconds.
    move bill-primes(bx) to edit-primes.
    move bill-lines(bx) to edit-lines.
    move bill-runs(bx) to edit-runs.
    move spaces to cb-report-line.
    string bill-dept-code(bx) ' ' bill-dept-name(bx) ' '
        bill-cost-centre(bx) ' ' edit-seconds ' ' edit-primes
        ' ' edit-lines ' ' edit-runs
        delimited by size into cb-report-line.
    perform 5900-write-report-line.

*>--------------------------------------------------------------------
*>6000-write-finance-feed
*>the same departments the report bills, as delimited records with
*>the blanks trimmed out of every field finance has to parse.
*>--------------------------------------------------------------------
6000-write-finance-feed.
    perform varying bx from 1 by 1 until bx > bill-count
        if bill-seconds(bx) > 0 or bill-primes(bx) > 0
            or bill-lines(bx) > 0 or bill-runs(bx) > 0
            move bill-seconds(bx) to edit-seconds
            move bill-primes(bx) to edit-primes
            move bill-lines(bx) to edit-lines
            move spaces to cb-feed-line
            string 'D|' bill-month '|'
                function trim(bill-dept-code(bx)) '|'
                function trim(bill-cost-centre(bx)) '|'
                function trim(edit-seconds) '|'
                function trim(edit-primes) '|'
                function trim(edit-lines)
                delimited by size into cb-feed-line
            perform 6900-write-feed-line
        end-if
    end-perform.

    move total-depts to edit-number.
    move total-seconds to edit-seconds.
    move total-primes to edit-primes.
    move total-lines to edit-lines.
    move spaces to cb-feed-line.
    string 'T|' bill-month '|'
        function trim(edit-number) '|'
        function trim(edit-seconds) '|'
        function trim(edit-primes) '|'
        function trim(edit-lines)
        delimited by size into cb-feed-line.
    perform 6900-write-feed-line.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
5900-write-report-line.
    write cb-report-line.
    move 'WRITE REPORT LINE' to failing-verb.
    perform 9100-check-report-status.

*>--------------------------------------------------------------------
*>6900-write-feed-line
*>--------------------------------------------------------------------
6900-write-feed-line.
    write cb-feed-line.
    move 'WRITE FEED LINE' to failing-verb.
    perform 9110-check-feed-status.

*>--------------------------------------------------------------------
*>8000-finish
*>--------------------------------------------------------------------
8000-finish.
    close report-file.
    move 'CLOSE REPORT-FILE' to failing-verb.
    perform 9100-check-report-status.
    close feed-file.
    move 'CLOSE FEED-FILE' to failing-verb.
    perform 9110-check-feed-status.

    move total-depts to edit-number.
    display 'chargbck: ' function trim(edit-number)
        ' department(s) billed for ' bill-month
        ', see CHARGEBACK.REPORT.'.
    if unassigned-seconds > 0 or unassigned-primes > 0
        or unassigned-lines > 0 or unassigned-runs > 0
        display 'chargbck: some of the month''s work has no billable'
            ' department; see the unassigned line.'
        move 4 to return-code
    end-if.

*>--------------------------------------------------------------------
*>9100-check-report-status
*>--------------------------------------------------------------------
9100-check-report-status.
    if report-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, report file status = ' report-file-status
        move 12 to return-code
        stop run
    end-if.

*>--------------------------------------------------------------------
*>9110-check-feed-status
*>a short feed would bill finance for less than was done and look
*>complete doing it, so the feed is held to the same rule as the
*>report.
*>--------------------------------------------------------------------
9110-check-feed-status.
    if feed-file-status is not equal to '00'
        display 'abend: ' failing-verb
            ' failed, feed file status = ' feed-file-status
        move 12 to return-code
        stop run
    end-if.
