      * STNDGEN writes the month's standing entries onto LEDGERIN.DAT
      * as normal postings, ahead of LEDGERPOST. Every active entry on
      * STANDING.DAT that falls due in the period - monthly entries
      * every period, quarterly ones every third period counted from
      * their start, one-time ones in their start period only, all of
      * them between their start and end periods - becomes one
      * posting. The posting's reference is "SE" plus the entry id
      * plus the period, so LEDGERREF.DAT knows a generated entry the
      * way it knows an AP voucher: an entry whose reference is
      * already there for its center has been posted for the period
      * and is skipped, and if the same period were generated twice
      * before LEDGERPOST ran, LEDGERPOST's duplicate check would
      * reject the second copy. A center that is closed or missing
      * from CCMASTER.DAT is reported and nothing is generated for it.
      * The period is the current month. STNDGEN_PERIOD (yyyymm) can
      * name it explicitly, but any other month is refused: LEDGERPOST
      * books every posting into the month it runs in, so an entry
      * generated for another period would land in the wrong month
      * under a reference claiming the one asked for. A period
      * LEDGERCLOSE has already closed is refused too - LEDGERPOST
      * would reject every line of it.
       identification division.
       program-id. stndgen.
       environment division.
       input-output section.
       file-control.
           select standing-file assign to "STANDING.DAT"
               organization is indexed
               access mode is dynamic
               record key is stn-entry-id
               file status is ws-stn-status.
           select posting-file assign to "LEDGERIN.DAT"
               organization is line sequential
               file status is ws-pst-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.
           select ledgerref-file assign to "LEDGERREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is ref-key
               file status is ws-ref-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
           select report-file assign to "STNDGEN.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  standing-file.
           copy stndrec.

       fd  posting-file.
           copy postrec.

       fd  ccmaster-file.
           copy ccmrec.

       fd  ledgerref-file.
           copy refrec.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-stn-status     pic xx.
           01 ws-pst-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-ref-status     pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-ccm-switch     pic x value 'N'.
               88 ws-ccm-open value 'Y'.
           01 ws-ref-switch     pic x value 'N'.
               88 ws-ref-open value 'Y'.
           01 ws-today          pic 9(8).
           01 ws-my-name        pic x(8) value "STNDGEN".
      * Run-control working fields. No prerequisite - like APIMPORT,
      * it only has to land on LEDGERIN.DAT before LEDGERPOST runs.
           01 ws-prereq-name    pic x(8) value spaces.
           01 ws-run-go         pic 9.
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-run-refused value 'Y'.
           01 ws-refuse-reason  pic x(40) value spaces.

           01 ws-gen-period     pic 9(6) value 0.
           01 ws-gen-parts redefines ws-gen-period.
               05 ws-gen-year      pic 9(4).
               05 ws-gen-month     pic 99.
           01 ws-period-env     pic x(6) value spaces.
           01 ws-last-closed    pic 9(6) value 0.
           01 ws-start-period   pic 9(6).
           01 ws-start-parts redefines ws-start-period.
               05 ws-start-year    pic 9(4).
               05 ws-start-month   pic 99.
           01 ws-months-since   pic s9(6).
           01 ws-quarter-test   pic s9(6).
           01 ws-quarter-rem    pic s9(6).
           01 ws-due-switch     pic x value 'N'.
               88 ws-entry-due value 'Y'.
           01 ws-skip-reason    pic x(30).
           01 ws-disposition    pic x(14).

      * "SE" plus the entry id plus the period - unique per entry per
      * period, and the same every time that period is generated.
           01 ws-standing-ref.
               05 filler           pic x(2) value "SE".
               05 ws-ref-entry     pic x(6).
               05 ws-ref-period    pic 9(6).
               05 filler           pic x(2) value spaces.

           01 ws-entry-count    pic 9(8) value 0.
           01 ws-due-count      pic 9(8) value 0.
           01 ws-gen-count      pic 9(8) value 0.
           01 ws-posted-count   pic 9(8) value 0.
           01 ws-reject-count   pic 9(8) value 0.
           01 ws-gen-total      pic s9(9)v99 value 0.

           01 ws-edit-8         pic zzzzzzz9.
           01 ws-edit-amt       pic -zzzz9.99.
           01 ws-edit-12        pic -(8)9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
      * Run-control gate: a period already generated today must not
      * be appended onto LEDGERIN.DAT a second time.
           call 'runctl' using ws-my-name, ws-prereq-name,
               ws-today, ws-run-go
           if ws-run-go not = 0
               perform 0200-refuse-run
           else
               perform 1000-initialize
               if ws-run-refused
      * A refused run leaves no RUNEND behind, so the RUNCTL row
      * stays 'R' and a corrected run can go again the same day.
                   perform 3500-write-refusal-report
                   display "STNDGEN: run refused - " ws-refuse-reason
               else
                   perform 2000-generate-period
                   perform 4000-write-totals
                   display "STNDGEN: period " ws-gen-period ", "
                       ws-gen-count " entries generated"
                   call 'runend' using ws-my-name, ws-today,
                       ws-entry-count, ws-gen-count
               end-if
               perform 5000-terminate
           end-if
           stop run.

       0200-refuse-run.
           if ws-run-go = 1
               display "STNDGEN: already completed for " ws-today
                   ", run refused"
           else
               display "STNDGEN: prerequisite " ws-prereq-name
                   " has not completed, run refused"
           end-if.

       1000-initialize.
           move ws-today(1:6) to ws-gen-period
           accept ws-period-env from environment "STNDGEN_PERIOD"
           if ws-period-env not = spaces
               if ws-period-env is numeric
                   move ws-period-env to ws-gen-period
               end-if
           end-if
           perform 1100-load-period-control
           if ws-gen-month < 1 or ws-gen-month > 12
               set ws-run-refused to true
               move "period is not a valid month"
                   to ws-refuse-reason
           else
           if ws-gen-period not = ws-today(1:6)
               set ws-run-refused to true
               move "period is not the current posting month"
                   to ws-refuse-reason
           else
           if ws-gen-period not > ws-last-closed
               set ws-run-refused to true
               move "period is already closed" to ws-refuse-reason
           else
               open input standing-file
               if ws-stn-status not = "00"
                   set ws-run-refused to true
                   move "cannot open STANDING.DAT"
                       to ws-refuse-reason
               end-if
           end-if
           end-if
           end-if
           if not ws-run-refused
               open input ccmaster-file
               if ws-ccm-status = "00"
                   set ws-ccm-open to true
               else
                   display "STNDGEN: cost-center master not "
                       "available, all entries will reject"
               end-if
      * No LEDGERREF.DAT just means nothing has ever been posted, so
      * nothing can already be posted for this period.
               open input ledgerref-file
               if ws-ref-status = "00"
                   set ws-ref-open to true
               end-if
           end-if.

      * No control file just means no period has ever been closed.
       1100-load-period-control.
           open input period-control-file
           if ws-pctl-status = "00"
               read period-control-file
                   at end
                       continue
                   not at end
                       if pctl-last-closed is numeric
                           move pctl-last-closed to ws-last-closed
                       end-if
               end-read
               close period-control-file
           end-if.

       2000-generate-period.
           open extend posting-file
           if ws-pst-status not = "00"
               open output posting-file
           end-if
           open output report-file
           move spaces to report-line
           string "STANDING-ENTRY GENERATION - PERIOD "
               delimited by size
               ws-gen-period delimited by size
               " - RUN " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           perform 2100-generate-one-entry until ws-eof
           close posting-file.

       2100-generate-one-entry.
           read standing-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-entry-count
                   if stn-active
                       perform 2200-test-due
                       if ws-entry-due
                           add 1 to ws-due-count
                           perform 2300-write-one-entry
                       end-if
                   end-if
           end-read.

      * Due means inside the entry's start-to-end window and, for a
      * quarterly entry, a whole number of quarters past its start.
       2200-test-due.
           move 'N' to ws-due-switch
           move stn-start-period to ws-start-period
           if ws-gen-period not < stn-start-period
                   and (stn-end-period = 0
                       or ws-gen-period not > stn-end-period)
               if stn-freq-monthly
                   set ws-entry-due to true
               else
               if stn-freq-one-time
                   if ws-gen-period = stn-start-period
                       set ws-entry-due to true
                   end-if
               else
               if stn-freq-quarterly
                   compute ws-months-since =
                       (ws-gen-year * 12 + ws-gen-month)
                       - (ws-start-year * 12 + ws-start-month)
                   divide ws-months-since by 3
                       giving ws-quarter-test
                       remainder ws-quarter-rem
                   if ws-quarter-rem = 0
                       set ws-entry-due to true
                   end-if
               end-if
               end-if
               end-if
           end-if.

       2300-write-one-entry.
           move spaces to ws-skip-reason
           move stn-entry-id to ws-ref-entry
           move ws-gen-period to ws-ref-period
           if not ws-ccm-open
               move "cost-center master unavailable" to ws-skip-reason
           else
               move stn-cost-center to ccm-cost-center
               read ccmaster-file
                   invalid key
                       move "cost center not on master"
                           to ws-skip-reason
                   not invalid key
                       if not ccm-active
                           move "cost center is closed"
                               to ws-skip-reason
                       end-if
               end-read
           end-if
           if ws-skip-reason not = spaces
               add 1 to ws-reject-count
               move "NOT GENERATED" to ws-disposition
               perform 2500-write-entry-line
           else
               perform 2400-check-already-posted
           end-if.

      * The LEDGERREF.DAT row LEDGERPOST writes when it applies the
      * posting - or holds it for approval - is the proof the period's
      * entry has already been through; generating it again would only
      * manufacture a duplicate reject.
       2400-check-already-posted.
           if ws-ref-open
               move stn-cost-center to ref-cost-center
               move ws-standing-ref to ref-reference
               read ledgerref-file
                   invalid key
                       continue
                   not invalid key
                       move "already posted for the period"
                           to ws-skip-reason
                       if ref-held
                           move "held for approval for the period"
                               to ws-skip-reason
                       end-if
               end-read
           end-if
           if ws-skip-reason not = spaces
               add 1 to ws-posted-count
               move "ALREADY POSTED" to ws-disposition
               perform 2500-write-entry-line
           else
               move stn-cost-center to pst-cost-center
               move stn-amount to pst-amount
               move stn-trans-type to pst-trans-type
               move ws-standing-ref to pst-reference
               write posting-record
               add 1 to ws-gen-count
               add stn-amount to ws-gen-total
               move "GENERATED" to ws-disposition
               perform 2500-write-entry-line
           end-if.

      * One line per entry due, then the reason underneath when it was
      * not generated.
       2500-write-entry-line.
           move stn-amount to ws-edit-amt
           move spaces to report-line
           string ws-disposition delimited by size
               " " delimited by size
               stn-entry-id delimited by size
               " " delimited by size
               stn-cost-center delimited by size
               " " delimited by size
               stn-trans-type delimited by size
               " " delimited by size
               ws-edit-amt delimited by size
               " " delimited by size
               stn-description delimited by size
               into report-line
           write report-line
           if ws-skip-reason not = spaces
               move spaces to report-line
               string "               - " delimited by size
                   ws-skip-reason delimited by size
                   into report-line
               write report-line
           end-if.

       3500-write-refusal-report.
           open output report-file
           move spaces to report-line
           string "STANDING-ENTRY GENERATION - " delimited by size
               ws-today delimited by size
               " - RUN REFUSED" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "PERIOD REQUESTED......: " delimited by size
               ws-gen-period delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "LAST PERIOD CLOSED....: " delimited by size
               ws-last-closed delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "REASON: " delimited by size
               ws-refuse-reason delimited by size
               into report-line
           write report-line
           close report-file.

       4000-write-totals.
           move spaces to report-line
           write report-line
           move ws-entry-count to ws-edit-8
           move spaces to report-line
           string "ENTRIES ON FILE.......: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-due-count to ws-edit-8
           move spaces to report-line
           string "ENTRIES DUE...........: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-gen-count to ws-edit-8
           move spaces to report-line
           string "ENTRIES GENERATED.....: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-posted-count to ws-edit-8
           move spaces to report-line
           string "ALREADY POSTED........: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-reject-count to ws-edit-8
           move spaces to report-line
           string "NOT GENERATED.........: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-gen-total to ws-edit-12
           move spaces to report-line
           string "AMOUNT GENERATED......: " delimited by size
               ws-edit-12 delimited by size
               into report-line
           write report-line
           close report-file.

       5000-terminate.
           if ws-stn-status = "00" or ws-stn-status = "10"
               close standing-file
           end-if
           if ws-ccm-open
               close ccmaster-file
           end-if
           if ws-ref-open
               close ledgerref-file
           end-if.
