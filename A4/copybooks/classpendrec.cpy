    *>--------------------------------------------------------
    *>classpendrec.cpy
    *>one line per SIEVE.CLASS record still waiting on a
    *>partner above the master ceiling (SIEVE.CLASS.PEND):
    *>the partner value it waits for and the prime itself.
    *>the list is what lets a later run reclassify just those
    *>primes instead of re-reading the whole class file.
    *>--------------------------------------------------------
    01  cp-pending-rec.
        05  cp-awaiting         pic 9(11).
        05  cp-prime            pic 9(10).
