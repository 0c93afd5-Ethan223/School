    *>--------------------------------------------------------
    *>tstreqrec.cpy
    *>one line of PRIMETST.REQUEST: the candidate in columns
    *>1-18 -- past the ten digits inqreqrec.cpy allows -- and,
    *>after a blank, the asking department's code (see
    *>deptrec.cpy) in columns 20-25.
    *>--------------------------------------------------------
    01  tq-request-rec.
        05  tq-value            pic x(18).
        05  filler              pic x(1).
        05  tq-dept-code        pic x(6).
