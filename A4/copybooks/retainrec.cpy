    *>-- thirty days of outputs, ninety of audit rows, keep
    *>orphaned checkpoints.
    *>--------------------------------------------------------
    *>rt-keep-generations is how many numbered SIEVE.MASTER
    *>generations (see gencatrec.cpy) each merge leaves on
    *>disk, e.g. 030090Y007. a record written before the field
    *>existed, or one holding anything but 001-999 there, gets
    *>seven -- a week of nightly merges to roll back through.
    01  rt-retain-rec.
        05  rt-keep-output-days pic 9(3).
        05  rt-keep-audit-days  pic 9(3).
        05  rt-keep-orphans     pic x(1).
            88  rt-orphans-kept value 'Y'.
        05  rt-keep-generations pic 9(3).
