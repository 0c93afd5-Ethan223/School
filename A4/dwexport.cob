*>lets the loader verify it received every row. a run with
*>no audit row does not export at all -- an unlabeled feed
*>is exactly the mislabeled load this job exists to end.
*>
*>once closed, EXPORT.TXT is read back and registered on the
*>artifact catalog (SIEVE.CATALOG, catalogrec.cpy) under the
*>extract's run id, so the catalog audit job can later prove
*>the feed is still the one written here.
*>--------------------------------------------------------
identification division.
program-id. dwexport.
    select export-file assign to "EXPORT.TXT"
        organization is line sequential
        file status is export-file-status.
    select catalog-file assign to "SIEVE.CATALOG"
        organization is indexed
        access mode is dynamic
        record key is ct-key
        file status is catalog-file-status.
data division.
file section.
fd outfile.
    copy "auditrec.cpy".
fd export-file.
    01  ex-export-rec pic x(80).
fd catalog-file.
    copy "catalogrec.cpy".
working-storage section.
01  outfile-status pic x(2).
    88  outfile-ok value '00'.
01  seq-text pic x(10).
01  prime-text pic x(10).

*>artifact catalog: the feed as read back, hashed over the prime in
*>each row's last column the way the catalog audit job re-reads it.
01  catalog-file-status pic x(2).
01  artifact-eof pic x(1).
    88  artifact-at-end value 'Y'.
01  artifact-record-count pic 9(10).
01  artifact-hash-total pic 9(18).
01  artifact-first-prime pic 9(10).
01  artifact-last-prime pic 9(10).
01  artifact-value pic 9(18).
01  export-field-1 pic x(20).
01  export-field-2 pic x(20).
01  export-field-3 pic x(20).
01  export-field-4 pic x(20).
01  export-field-5 pic x(20).
01  export-field-6 pic x(20).

01  failing-verb pic x(30).

procedure division.
        ' row(s) from ' function trim(outfile-name)
        ' to EXPORT.TXT.'.

    perform 8100-register-export.

*>--------------------------------------------------------------------
*>8100-register-export
*>the export is already written and closed, so a catalog that cannot
*>be opened or written costs only the registration: it is reported,
*>and the feed stands.
*>--------------------------------------------------------------------
8100-register-export.
    move 'N' to artifact-eof.
    move 0 to artifact-record-count.
    move 0 to artifact-hash-total.
    move 0 to artifact-first-prime.
    move 0 to artifact-last-prime.
    open input export-file.
    if export-file-status is not equal '00'
        display 'warning: could not reread EXPORT.TXT to catalog it,'
            ' status = ' export-file-status
        exit paragraph
    end-if.
    perform until artifact-at-end
        read export-file
            at end move 'Y' to artifact-eof
            not at end
                add 1 to artifact-record-count
                perform 8110-hash-one-export-row
        end-read
    end-perform.
    close export-file.

    open i-o catalog-file.
    if catalog-file-status is equal '35'
        open output catalog-file
    end-if.
    if catalog-file-status is not equal '00'
        display 'warning: could not open SIEVE.CATALOG, status = '
            catalog-file-status '; EXPORT.TXT is not catalogued.'
        exit paragraph
    end-if.
    move spaces to ct-catalog-rec.
    move extract-run-id to ct-run-id.
    move 'EXPORT.TXT' to ct-artifact-name.
    move 'EXPORT' to ct-kind.
    move artifact-record-count to ct-record-count.
    move artifact-hash-total to ct-hash-total.
    move artifact-first-prime to ct-first-prime.
    move artifact-last-prime to ct-last-prime.
    move function current-date(1:14) to ct-created-timestamp.
    move 'ACTIVE' to ct-status.
    write ct-catalog-rec
        invalid key
            rewrite ct-catalog-rec
                invalid key
                    display 'warning: could not catalog EXPORT.TXT,'
                        ' status = ' catalog-file-status
            end-rewrite
    end-write.
    close catalog-file.

*>--------------------------------------------------------------------
*>8110-hash-one-export-row
*>the T|count trailer carries no prime; every other row's sixth
*>column does. the hash wraps modulo 10**18 exactly as sieve.cob's
*>catalog hash does.
*>--------------------------------------------------------------------
8110-hash-one-export-row.
    if ex-export-rec(1:2) is equal 'T|'
        exit paragraph
    end-if.
    move spaces to export-field-6.
    unstring ex-export-rec delimited by '|'
        into export-field-1 export-field-2 export-field-3
             export-field-4 export-field-5 export-field-6
    end-unstring.
    if function test-numval(export-field-6) is not equal 0
        exit paragraph
    end-if.
    compute artifact-value = function numval(export-field-6).
    if artifact-first-prime = 0
        move artifact-value to artifact-first-prime
    end-if.
    move artifact-value to artifact-last-prime.
    add artifact-value to artifact-hash-total
        on size error
            compute artifact-hash-total = artifact-hash-total
                - (999999999999999999 - artifact-value) - 1
    end-add.

*>--------------------------------------------------------------------
*>9100-check-export-status
*>--------------------------------------------------------------------
