           copy ledgrec.

       fd  period-file.
           copy perrec.

       fd  period-control-file.
       01  period-control-record.
               close sorted-history-file
           end-if
           close report-file
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

      * The period defaults to the current month. A period at or
      * before the last one LEDGERCLOSE closed reads the close's cut
