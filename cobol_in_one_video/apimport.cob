      * accepted vouchers as normal postings on LEDGERIN.DAT for the
      * night's LEDGERPOST. A batch that does not balance to its
      * trailer is refused whole with a report - never partially
      * loaded. A night with no extract at all is not a refusal: AP
      * simply sent nothing, so the job completes with zero counts and
      * the night cycle carries on to LEDGERPOST.
       identification division.
       program-id. apimport.
       environment division.
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-batch-refused value 'Y'.
           01 ws-refuse-reason  pic x(40) value spaces.
           01 ws-extract-switch pic x value 'N'.
               88 ws-no-extract value 'Y'.

      * Per-voucher validation working fields.
           01 ws-valid-switch   pic x value 'Y'.
                   perform 3500-write-refusal-report
                   display "APIMPORT: batch refused - "
                       ws-refuse-reason
               else
               if ws-no-extract
                   perform 3700-write-no-extract-report
                   display "APIMPORT: no APEXTRACT.DAT, nothing to "
                       "import"
                   call 'runend' using ws-my-name, ws-today,
                       ws-voucher-count, ws-accept-count
               else
                   perform 3000-load-batch
                   perform 4000-write-report
                   call 'runend' using ws-my-name, ws-today,
                       ws-voucher-count, ws-accept-count
               end-if
               end-if
               perform 5000-terminate
           end-if
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

       0200-refuse-run.
           if ws-run-go = 1
           open input ap-extract-file
           if ws-ext-status not = "00"
               set ws-eof to true
               set ws-no-extract to true
           end-if
           perform 2100-prove-one-record until ws-eof
           if ws-ext-status = "00" or ws-ext-status = "10"
               close ap-extract-file
           end-if
           if not ws-batch-refused and not ws-no-extract
               perform 2500-check-batch-totals
           end-if.

               into report-line
           write report-line.

      * No extract still leaves tonight's report behind, so the page
      * operations checks says plainly that nothing came from AP
      * rather than showing yesterday's batch.
       3700-write-no-extract-report.
           open output report-file
           move spaces to report-line
           string "AP VOUCHER IMPORT - " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move "NO APEXTRACT.DAT RECEIVED - NOTHING IMPORTED"
               to report-line
           write report-line
           close report-file.

       5000-terminate.
           if ws-ccm-open
               close ccmaster-file
