    *>--------------------------------------------------------
    *>inqreqrec.cpy
    *>one line of an inquiry request file (PRIMEQRY.REQUEST,
    *>PIQUERY.REQUEST, FACTOR.REQUEST): the number asked about
    *>in columns 1-10 and, after a blank, the asking
    *>department's code (see deptrec.cpy) in columns 12-17.
    *>--------------------------------------------------------
    01  iq-request-rec.
        05  iq-value            pic x(10).
        05  filler              pic x(1).
        05  iq-dept-code        pic x(6).
