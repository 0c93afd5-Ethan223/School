    *>one artifact names this exact row instead of being
    *>matched to it by newest-filename guesswork.
    *>--------------------------------------------------------
    *>au-dept-code names the department the work is billed
    *>to (validated against SIEVE.DEPT, see deptrec.cpy;
    *>spaces for operator runs off PARM or the prompt, which
    *>nobody is charged for). au-inquiry-lines is the number
    *>of request lines an inquiry run answered for that
    *>department -- inquiry jobs write one completion row per
    *>department they served, so the chargeback job can bill
    *>each its share. sieve runs leave it zero. rows written
    *>before these two fields existed read back as spaces
    *>there, and every reader has to allow for that.
    01  au-audit-rec.
        05  au-run-timestamp    pic x(14).
        05  au-upperlim         pic 9(10).
        05  au-status           pic x(9).
        05  au-outfile-name     pic x(20).
        05  au-run-id           pic x(18).
        05  au-dept-code        pic x(6).
        05  au-inquiry-lines    pic 9(10).
