                   "report left as is"
           end-if
           perform 4000-cut-log
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

      * The generation name carries the run date, so each night's cut
      * lands in its own file and research can pull back any day.
