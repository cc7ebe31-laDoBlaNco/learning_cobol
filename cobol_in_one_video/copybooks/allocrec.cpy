      * ALLOCREC - the ALLOCRULE.DAT record, one rule per shared-service
      * source center: the list of target centers its period activity
      * is spread across and each target's percentage. Maintained
      * through ALLOCMAINT, which will not file a rule whose
      * percentages do not add to exactly 100; read by ALLOCATE, which
      * generates the balanced postings. Shared so the screen and the
      * run agree on the shape.
       01  allocrule-record.
           05 alr-source-center    pic x(6).
           05 alr-description      pic x(30).
      * 'A' allocates, 'C' is cancelled and skipped by the run - kept
      * on file so its old references still trace.
           05 alr-status           pic x.
               88 alr-active    value 'A'.
               88 alr-cancelled value 'C'.
           05 alr-target-count     pic 99.
           05 alr-target occurs 10 times.
               10 alr-tgt-center   pic x(6).
      * Percent with two decimals - 33.34 is a legal share.
               10 alr-tgt-pct      pic 9(3)v99.
