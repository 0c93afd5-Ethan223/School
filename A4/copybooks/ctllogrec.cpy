    *>--------------------------------------------------------
    *>ctllogrec.cpy
    *>one SIEVE.CONTROL.LOG row per maintenance transaction:
    *>when, which operator, what was asked and whether it was
    *>APPLIED, APPLIED but FLAGGED (a range window that
    *>overlaps another entry's), or REFUSED. the entry fields
    *>are the entry as it stands after the change -- as it
    *>stood, for a DELETE or a refusal -- with the queue it is
    *>on (NEW for SIEVE.CONTROL, DEFER for an entry capplan.cob
    *>parked on SIEVE.CONTROL.DEFER), and the detail says why,
    *>or for a CHANGE what the entry was before.
    *>--------------------------------------------------------
    01  lg-log-rec.
        05  lg-timestamp        pic x(14).
        05  filler              pic x(1).
        05  lg-operator         pic x(8).
        05  filler              pic x(1).
        05  lg-action           pic x(8).
        05  filler              pic x(1).
        05  lg-outcome          pic x(8).
        05  filler              pic x(1).
        05  lg-queue            pic x(5).
        05  filler              pic x(1).
        05  lg-entry-value      pic x(25).
        05  filler              pic x(1).
        05  lg-dept-code        pic x(6).
        05  filler              pic x(1).
        05  lg-hold-flag        pic x(1).
        05  filler              pic x(1).
        05  lg-priority         pic x(2).
        05  filler              pic x(1).
        05  lg-effective-date   pic x(8).
        05  filler              pic x(1).
        05  lg-requester        pic x(8).
        05  filler              pic x(1).
        05  lg-detail           pic x(60).
