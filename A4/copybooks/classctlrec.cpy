    *>--------------------------------------------------------
    *>classctlrec.cpy
    *>the single record of SIEVE.CLASS.CTL: the master ceiling
    *>SIEVE.CLASS was last brought up to (every master prime
    *>at or below it has a class record) and the run id that
    *>did it. rec-type 'K' marks the record. it is rewritten
    *>only after the class file and the pending list are both
    *>closed clean, the same commit-last rule 3810 in
    *>sieve.cob follows for mc-ceiling.
    *>--------------------------------------------------------
    01  ck-class-ctl-rec.
        05  ck-rec-type             pic x(1).
        05  ck-classified-through   pic 9(10).
        05  ck-run-id               pic x(18).
