    if dp-outcome is not equal 'SUCCESS'
        exit paragraph
    end-if.
    *>other batches (goldbach.cob) append their own dispositions to
    *>SIEVE.DISP; only a sieve extract has a verify and export stage.
    if dp-outfile-name(1:6) is not equal 'OUTPUT'
        exit paragraph
    end-if.
    add 1 to entries-processed.
    move dp-outfile-name to work-outfile-name.
    move 'N' to verify-clean.
