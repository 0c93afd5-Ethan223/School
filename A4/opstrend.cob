fd audit-file.
    copy "auditrec.cpy".
fd audit-arch-file.
    01  audit-arch-rec pic x(103).
fd disposition-file.
    copy "disprec.cpy".
fd report-file.
*>10000 and says so.
01  aud-count pic 9(5) usage comp-5.
01  aud-tbl.
    02  aud-image pic x(103) occurs 10000 times.
01  aud-overflow pic x(1) value 'N'.
    88  aud-has-overflowed value 'Y'.
01  ax pic 9(5) usage comp-5.

*>--------------------------------------------------------------------
*>2100-keep-one-row
*>only rows naming a sieve extract (output.txt or OUTPUTnnnn.TXT) are
*>sieve runs. other batches journal to the same trail -- goldbach.cob
*>with the largest number it decomposed in au-upperlim -- and counting
*>them would put inquiry work into the sieve's bands and owed list.
*>--------------------------------------------------------------------
2100-keep-one-row.
    if au-outfile-name is not equal 'output.txt'
        and au-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    if aud-count >= 10000
        set aud-has-overflowed to true
    else

*>--------------------------------------------------------------------
*>5600-write-skip-section
*>control-file entries only: a sieve row names an OUTPUT file, or
*>none when the entry was skipped. goldbach.cob appends its own rows,
*>naming GOLDBACH.REPORT, and those are not control-file entries.
*>--------------------------------------------------------------------
5600-write-skip-section.
    move spaces to op-report-line.
    perform until disp-at-end
        read disposition-file
            at end move 'Y' to disp-eof
            not at end perform 5610-count-one-disposition
        end-read
    end-perform.
    close disposition-file.
        perform 5900-write-report-line
    end-if.

*>--------------------------------------------------------------------
*>5610-count-one-disposition
*>--------------------------------------------------------------------
5610-count-one-disposition.
    if dp-outfile-name is not equal spaces
        and dp-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    add 1 to disp-total.
    evaluate dp-outcome
        when 'INVALID'
            add 1 to disp-skipped
        when 'SKIPPED'
            add 1 to disp-skipped
        when 'REJECTED'
            add 1 to disp-skipped
        when 'FAILED'
            add 1 to disp-failed
        when other
            continue
    end-evaluate.

*>--------------------------------------------------------------------
*>5900-write-report-line
*>--------------------------------------------------------------------
