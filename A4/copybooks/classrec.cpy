    *>--------------------------------------------------------
    *>classrec.cpy
    *>one record per prime in the SIEVE.CLASS classification
    *>file, keyed on the prime itself like the master it is
    *>built from. each class carries a flag -- Y a member, N
    *>not, P not yet decidable because a partner the class
    *>needs lies above the master ceiling -- and the partner
    *>prime(s) that make it a member, zero where there is
    *>none:
    *>  twin / cousin / sexy: the partner 2, 4 or 6 below and
    *>    above (either, both or neither may be set).
    *>  triplet: the lowest-starting prime triplet the prime
    *>    belongs to and its form -- A is (s, s+2, s+6), B is
    *>    (s, s+4, s+6).
    *>  quadruplet: the lowest-starting (s, s+2, s+6, s+8).
    *>  sophie germain: 2p+1, eleven digits wide because it
    *>    can pass the ten-digit master range.
    *>  safe: (p-1)/2.
    *>  emirp: the digit reversal of p, itself a different
    *>    prime.
    *>cl-awaiting is the lowest partner value still above the
    *>ceiling when the record was classified (zero when every
    *>flag is final); once the master ceiling reaches it the
    *>prime is classified again.
    *>--------------------------------------------------------
    01  cl-class-rec.
        05  cl-prime            pic 9(10).
        05  cl-seq-no           pic 9(10).
        05  cl-twin-flag        pic x(1).
        05  cl-twin-below       pic 9(10).
        05  cl-twin-above       pic 9(10).
        05  cl-cousin-flag      pic x(1).
        05  cl-cousin-below     pic 9(10).
        05  cl-cousin-above     pic 9(10).
        05  cl-sexy-flag        pic x(1).
        05  cl-sexy-below       pic 9(10).
        05  cl-sexy-above       pic 9(10).
        05  cl-triplet-flag     pic x(1).
        05  cl-triplet-start    pic 9(10).
        05  cl-triplet-form     pic x(1).
        05  cl-quad-flag        pic x(1).
        05  cl-quad-start       pic 9(10).
        05  cl-sophie-flag      pic x(1).
        05  cl-sophie-partner   pic 9(11).
        05  cl-safe-flag        pic x(1).
        05  cl-safe-partner     pic 9(10).
        05  cl-emirp-flag       pic x(1).
        05  cl-emirp-partner    pic 9(10).
        05  cl-awaiting         pic 9(11).
        05  cl-run-id           pic x(18).
