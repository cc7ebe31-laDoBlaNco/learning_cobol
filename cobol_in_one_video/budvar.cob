           copy ccmrec.

       fd  budget-file.
           copy budrec.

       fd  period-control-file.
       01  period-control-record.
           close ccmaster-file
           close budget-file
           close report-file
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

      * Same period pick LEDGERSTMT makes: a month LEDGERCLOSE has
      * closed reads that period's history cut; anything later reads
