    *>--------------------------------------------------------
    *>gbrec.cpy
    *>goldbach-report layout for the goldbach batch, grouped
    *>per request line the way factrec.cpy groups per number:
    *>a header carrying the entry as it appeared and the run
    *>id, one detail line per partition p + q (p <= q) when
    *>the number is small enough to list, and a trailer with
    *>the partition count, the partition using the smallest
    *>prime, the number of detail lines actually written --
    *>so a reader can prove the group arrived whole -- and a
    *>status: COMPLETE, INVALID (odd, below 4, or not a
    *>number) or UNKNOWN (above the master ceiling).
    *>--------------------------------------------------------
    01  gh-header-rec.
        05  gh-rec-type         pic x(1).
        05  gh-entry-value      pic x(10).
        05  gh-run-id           pic x(18).
    01  gd-pair-rec.
        05  gd-rec-type         pic x(1).
        05  gd-prime-p          pic 9(10).
        05  gd-prime-q          pic 9(10).
    01  gt-trailer-rec.
        05  gt-rec-type         pic x(1).
        05  gt-partition-count  pic 9(10).
        05  gt-status           pic x(8).
        05  gt-least-p          pic 9(10).
        05  gt-least-q          pic 9(10).
        05  gt-detail-count     pic 9(10).
