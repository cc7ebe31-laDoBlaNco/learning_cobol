           copy ccmrec.

       fd  deptmast-file.
           copy deptrec.

       fd  report-file.
       01  report-line             pic x(72).
           perform 3000-write-report
           close ccmaster-file
           close deptmast-file
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

       1000-roll-one-center.
           read ledger-file next record
