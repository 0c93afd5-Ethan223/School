    *>--------------------------------------------------------
    *>catalogrec.cpy
    *>artifact catalog record (SIEVE.CATALOG, indexed on
    *>ct-key): one per artifact a run wrote, registered by the
    *>producing program once the file is closed, describing
    *>the file exactly as it then lay on disk. ct-run-id is
    *>the writing run's au-run-id; ct-artifact-name the file
    *>name. ct-kind says how the file is read back:
    *>    EXTRACT  an OUTPUTn.TXT / output.txt (outrec.cpy)
    *>    STATS    a STATSn.TXT / STATS.TXT (statrec.cpy)
    *>    INDEX    a PRIMEIDXn / PRIMEIDX twin
    *>    EXPORT   the dwexport.cob EXPORT.TXT feed
    *>ct-record-count is every record in the file, header and
    *>trailer included. ct-hash-total is the sum of the prime
    *>values it holds -- for STATS, of its figures in
    *>hundredths -- carried modulo 10**18; ct-first-prime and
    *>ct-last-prime are the first and last of them (zero for
    *>STATS). ct-status is ACTIVE until housekeeping removes
    *>the file (RETIRED, with when). the catalog audit job
    *>stamps the outcome of its latest re-read of the file in
    *>ct-audit-result (MATCH, ALTERED or MISSING) and
    *>ct-audit-timestamp.
    *>--------------------------------------------------------
    01  ct-catalog-rec.
        05  ct-key.
            10  ct-run-id           pic x(18).
            10  ct-artifact-name    pic x(20).
        05  ct-kind             pic x(8).
        05  ct-record-count     pic 9(10).
        05  ct-hash-total       pic 9(18).
        05  ct-first-prime      pic 9(10).
        05  ct-last-prime       pic 9(10).
        05  ct-created-timestamp pic x(14).
        05  ct-status           pic x(8).
        05  ct-retired-timestamp pic x(14).
        05  ct-audit-result     pic x(8).
        05  ct-audit-timestamp  pic x(14).
