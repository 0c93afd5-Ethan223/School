    *>entries that got as far as a run (spaces for entries
    *>rejected before one started), keying this record to its
    *>audit row and extract exactly.
    *>dp-dept-code is the department the entry came from.
    *>an entry whose code SIEVE.DEPT does not know is turned
    *>away before anything runs, with the outcome REJECTED.
    01  dp-disposition-rec.
        05  dp-entry-value      pic x(25).
        05  dp-outcome          pic x(9).
        05  dp-outfile-name     pic x(20).
        05  dp-prime-count      pic 9(10).
        05  dp-run-id           pic x(18).
        05  dp-dept-code        pic x(6).
