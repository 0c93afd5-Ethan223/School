    *>--------------------------------------------------------
    *>ctlmaintrec.cpy
    *>one transaction on SIEVE.CONTROL.MAINT, the operator's
    *>changes to the control file: the action (ADD, CHANGE,
    *>DELETE, HOLD or RELEASE) in columns 1-8, then the entry
    *>it names -- its value in columns 10-34 and department
    *>in 36-41, exactly as they stand on SIEVE.CONTROL -- and
    *>the scheduling fields: priority 43-44, effective date
    *>46-53 (yyyymmdd), requester 55-62 and note 64-103. an
    *>ADD takes every field from here. a CHANGE replaces the
    *>value and department with columns 105-129 and 131-136
    *>when those are given, and any scheduling field that is
    *>not blank; blank ones are left as they are. DELETE,
    *>HOLD and RELEASE need only the value and department.
    *>--------------------------------------------------------
    01  cm-maint-rec.
        05  cm-action           pic x(8).
        05  filler              pic x(1).
        05  cm-entry-value      pic x(25).
        05  filler              pic x(1).
        05  cm-dept-code        pic x(6).
        05  filler              pic x(1).
        05  cm-priority         pic x(2).
        05  filler              pic x(1).
        05  cm-effective-date   pic x(8).
        05  filler              pic x(1).
        05  cm-requester        pic x(8).
        05  filler              pic x(1).
        05  cm-note             pic x(40).
        05  filler              pic x(1).
        05  cm-new-entry-value  pic x(25).
        05  filler              pic x(1).
        05  cm-new-dept-code    pic x(6).
