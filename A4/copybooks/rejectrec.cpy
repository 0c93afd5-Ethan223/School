    *>reject log layout for non-numeric upper
    *>limit entries typed at the interactive prompt.
    *>--------------------------------------------------------
    *>the log also takes control entries and inquiry lines
    *>turned away for their department code. rj-reason says
    *>which edit failed -- VALUE for a value that is not a
    *>whole number, DEPT for a code SIEVE.DEPT does not know
    *>-- and rj-dept-code carries the code as it was given.
    01  rj-reject-rec.
        05  rj-value-entered    pic x(10).
        05  rj-timestamp        pic x(14).
        05  rj-reason           pic x(7).
        05  rj-dept-code        pic x(6).
