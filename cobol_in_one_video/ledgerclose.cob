           copy ledgrec.

       fd  period-file.
           copy perrec.

       fd  period-control-file.
       01  period-control-record.
               end-if
               end-if
           end-if
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

      * A marker with a period in it is a close that died between
      * writing its generation and finishing the live-history
