    *>--------------------------------------------------------
    *>deptrec.cpy
    *>department master (SIEVE.DEPT), one line per department
    *>allowed to send work: the code every control entry and
    *>inquiry line carries, the name and cost centre finance
    *>bills against, and a status. only an A (active) row
    *>makes a code valid -- a department being wound up is set
    *>to C (closed) rather than deleted, so last month's audit
    *>rows still find their name when the chargeback runs.
    *>--------------------------------------------------------
    01  dm-dept-rec.
        05  dm-dept-code        pic x(6).
        05  dm-dept-name        pic x(30).
        05  dm-cost-centre      pic x(10).
        05  dm-status           pic x(1).
            88  dm-dept-active  value 'A'.
