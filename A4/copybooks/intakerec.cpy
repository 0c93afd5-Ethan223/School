    *>--------------------------------------------------------
    *>intakerec.cpy
    *>one transaction on the SIEVE.INTAKE inbound file: what
    *>kind of work it is (SIEVE, RANGE, ISPRIME, PICOUNT,
    *>FACTOR or PROFILE) in columns 1-8, the caller's own
    *>reference the answer comes back under in columns 10-25,
    *>the asking department's code (see deptrec.cpy) in
    *>columns 27-32, and the operands -- the number asked
    *>about, or a RANGE's lower bound, in columns 34-51 and a
    *>RANGE's upper bound in columns 53-62. every other type
    *>leaves the second operand blank.
    *>--------------------------------------------------------
    01  in-intake-rec.
        05  in-txn-type         pic x(8).
        05  filler              pic x(1).
        05  in-caller-ref       pic x(16).
        05  filler              pic x(1).
        05  in-dept-code        pic x(6).
        05  filler              pic x(1).
        05  in-operand-1        pic x(18).
        05  filler              pic x(1).
        05  in-operand-2        pic x(10).
