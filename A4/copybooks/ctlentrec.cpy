    *>--------------------------------------------------------
    *>ctlentrec.cpy
    *>one SIEVE.CONTROL entry: the upperlim or lower-upper
    *>range as it has always been written, then the code of
    *>the department that asked for it (see deptrec.cpy) in
    *>columns 26-31. an entry with no code, or one SIEVE.DEPT
    *>does not know, is rejected before it runs.
    *>
    *>columns 32-90 are the scheduling fields ctlmaint.cob
    *>maintains: H in column 32 holds the entry off the
    *>night (blank or R is released); columns 33-34 are its
    *>priority, 01 running first and 99 last; columns 35-42
    *>the yyyymmdd date it may first run; then who asked for
    *>it and a free-text note. an entry written before these
    *>fields existed, or queued by a job that leaves them
    *>blank, is released, priority 50 and effective at once.
    *>--------------------------------------------------------
    01  ce-control-entry.
        05  ce-entry-value      pic x(25).
        05  ce-dept-code        pic x(6).
        05  ce-hold-flag        pic x(1).
            88  ce-entry-held       value 'H'.
            88  ce-entry-released   value 'R' ' '.
        05  ce-priority         pic x(2).
        05  ce-effective-date   pic x(8).
        05  ce-requester        pic x(8).
        05  ce-note             pic x(40).
