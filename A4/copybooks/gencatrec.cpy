    *>--------------------------------------------------------
    *>gencatrec.cpy
    *>generation catalog record, one per numbered copy of the
    *>master taken just before a merge extends it (SIEVE.GENCAT,
    *>oldest first). SIEVE.MASTER.Gnnnn holds the master's rows
    *>and SIEVE.MASTER.CTL.Gnnnn its control record exactly as
    *>they stood before the merge run gc-run-id made, so
    *>restoring generation nnnn undoes that run's merge and
    *>everything after it. gc-old-ceiling is the ceiling the
    *>copy carries; gc-new-ceiling is the ceiling the merge
    *>left standing. gc-merge-status is PENDING from the
    *>moment the copy is safe on disk until the merge reports
    *>back MERGED or FAILED -- a PENDING row that stays so
    *>belongs to a run that died mid-merge, and its copy is
    *>the one to restore. gc-row-count is the number of rows
    *>copied, which the rollback proves before trusting the
    *>copy.
    *>--------------------------------------------------------
    01  gc-gen-rec.
        05  gc-generation       pic 9(4).
        05  gc-run-id           pic x(18).
        05  gc-old-ceiling      pic 9(10).
        05  gc-new-ceiling      pic 9(10).
        05  gc-timestamp        pic x(14).
        05  gc-owner            pic x(8).
        05  gc-row-count        pic 9(10).
        05  gc-merge-status     pic x(7).
