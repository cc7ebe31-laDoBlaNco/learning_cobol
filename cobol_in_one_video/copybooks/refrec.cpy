      * REFREC - the LEDGERREF.DAT record, one row for every reference
      * LEDGERPOST has applied into a center's balance, keyed by center
      * and reference. LEDGERPOST rejects a posting whose reference is
      * already here as a duplicate. Shared so the posting run that
      * writes it and the programs that prove or trace against it all
      * agree on the shape.
       01  ledgerref-record.
           05 ref-key.
               10 ref-cost-center  pic x(6).
               10 ref-reference    pic x(16).
           05 ref-post-date        pic 9(8).
      * Where the posting stands. A posting LEDGERPOST diverted to
      * HELDPOST.DAT is recorded 'H' as it is held, so the same
      * posting arriving again is caught as a duplicate rather than
      * queued twice; HOLDMAINT sets 'A' on approval, with the
      * approver's id and the date, and LEDGERPOST lets that one
      * reference through once more and marks it 'P' as applied.
      * Rows from before the field existed (space, after the one-time
      * conversion that widens the record) were all applied.
           05 ref-status           pic x.
               88 ref-held     value 'H'.
               88 ref-approved value 'A'.
               88 ref-posted   value 'P' ' '.
           05 ref-approver         pic x(8).
           05 ref-approve-date     pic 9(8).
