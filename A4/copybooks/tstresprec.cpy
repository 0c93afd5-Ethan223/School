    *>--------------------------------------------------------
    *>tstresprec.cpy
    *>response record for the PRIMETST primality run: one
    *>line per candidate read from the request file. the
    *>verdict is PRIME, NOT PRIME or INVALID, or REJECTED for
    *>a line whose department SIEVE.DEPT does not know (never
    *>looked at, so no method or evidence); tr-method says
    *>whether it came off SIEVE.MASTER (MASTER) or was worked
    *>out here (COMPUTED). tr-evidence-kind / tr-evidence give
    *>a composite's proof a person can check by hand: FACTOR
    *>and a small prime that divides it, or WITNESS and the
    *>smallest miller-rabin base that exposed it. a prime, or
    *>0 and 1, carries no evidence.
    *>--------------------------------------------------------
    01  tr-response-rec.
        05  tr-candidate        pic x(18).
        05  filler              pic x(2).
        05  tr-verdict          pic x(9).
        05  filler              pic x(2).
        05  tr-method           pic x(8).
        05  filler              pic x(2).
        05  tr-evidence-kind    pic x(7).
        05  filler              pic x(2).
        05  tr-evidence         pic x(18).
