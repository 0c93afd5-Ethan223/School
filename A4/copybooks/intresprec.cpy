    *>--------------------------------------------------------
    *>intresprec.cpy
    *>one line of SIEVE.INTAKE.RESPONSE, written for every
    *>transaction read, in the order they were read. status is
    *>ANSWERED (ir-answer carries the routed program's answer),
    *>QUEUED (SIEVE and RANGE work, placed on SIEVE.CONTROL
    *>for the next control-file run) or ERROR, when
    *>ir-error-code says why and ir-answer says it in words:
    *>      E01  transaction type is not one of the six
    *>      E02  no caller reference
    *>      E03  department code unknown to SIEVE.DEPT
    *>      E04  operand missing or not a whole number
    *>      E05  operand outside what the type accepts
    *>      E06  caller reference already used in this batch
    *>      E07  the program it was routed to did not complete
    *>      E08  that program's response carried no usable
    *>           answer for it
    *>      E09  could not be queued on SIEVE.CONTROL
    *>      E10  past the batch limit; resubmit it
    *>--------------------------------------------------------
    01  ir-response-rec.
        05  ir-caller-ref       pic x(16).
        05  filler              pic x(2).
        05  ir-txn-type         pic x(8).
        05  filler              pic x(2).
        05  ir-status           pic x(8).
        05  filler              pic x(2).
        05  ir-error-code       pic x(3).
        05  filler              pic x(2).
        05  ir-answer           pic x(80).
