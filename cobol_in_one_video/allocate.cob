      * ALLOCATE spreads the shared-service centers' period costs out
      * to the departments that use them. Each active rule on
      * ALLOCRULE.DAT names a source center and its target centers
      * with their percentages; this job sums the source's activity
      * for the period off LEDGERHIST.DAT - the net movement of every
      * line posted to it in the period, new balance less prior, so a
      * reversal or an adjustment counts for exactly what it moved -
      * and writes balanced postings onto LEDGERIN.DAT for the night's
      * LEDGERPOST: one credit out of the source for the whole amount
      * and one debit into each target for its share. Shares are cut
      * down to the penny and the pennies left over go to the largest
      * share, so every rule, and the run, nets to exactly zero. Every
      * posting carries the reference "AL" plus the source center plus
      * the period. A rule with any center closed or gone from
      * CCMASTER.DAT is skipped whole - half an allocation would not
      * balance - and reported.
      * The period is the current month. ALLOCATE_PERIOD (yyyymm) can
      * name it explicitly, but any other month is refused: LEDGERPOST
      * books every posting into the month it runs in, so another
      * period's activity would be charged out in the wrong month.
      * Each rule charged out is recorded on ALLOCATE.CTL against its
      * source center and period, and is not allocated for that
      * period again - running it twice would charge every target
      * twice. A rule skipped for a closed center or no activity yet
      * is not recorded, so it allocates on a later run once fixed.
       identification division.
       program-id. allocate.
       environment division.
       input-output section.
       file-control.
           select allocrule-file assign to "ALLOCRULE.DAT"
               organization is indexed
               access mode is dynamic
               record key is alr-source-center
               file status is ws-alr-status.
      * The live history holds exactly the open period's lines - the
      * close cuts everything up to the closed period off to its
      * LEDGERHIST.Pyyyymm file.
           select history-file assign to "LEDGERHIST.DAT"
               organization is line sequential
               file status is ws-hist-status.
           select posting-file assign to "LEDGERIN.DAT"
               organization is line sequential
               file status is ws-pst-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
      * One row per rule already charged out for a period - the
      * refuse-twice gate.
           select alloc-control-file assign to "ALLOCATE.CTL"
               organization is line sequential
               file status is ws-actl-status.
           select report-file assign to "ALLOCATE.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  allocrule-file.
           copy allocrec.

       fd  history-file.
           copy ledghist.

       fd  posting-file.
           copy postrec.

       fd  ccmaster-file.
           copy ccmrec.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

      * Written one row per rule allocated, so the rule count is 1 and
      * the amount is what that rule charged out. Rows from before
      * the source center was carried read back blank there and stand
      * for the whole period, as they did when written.
       fd  alloc-control-file.
       01  alloc-control-record.
           05 actl-period          pic 9(6).
           05 actl-run-date        pic 9(8).
           05 actl-rule-count      pic 9(4).
           05 actl-amount-total    pic s9(9)v99 sign leading separate.
           05 actl-source-center   pic x(6).

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-alr-status     pic xx.
           01 ws-hist-status    pic xx.
           01 ws-pst-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-actl-status    pic xx.
           01 ws-ccm-switch     pic x value 'N'.
               88 ws-ccm-open value 'Y'.
           01 ws-today          pic 9(8).
           01 ws-my-name        pic x(8) value "ALLOCATE".
      * Run-control working fields. No prerequisite: the period gate
      * and ALLOCATE.CTL are what keep the run honest.
           01 ws-prereq-name    pic x(8) value spaces.
           01 ws-run-go         pic 9.
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-run-refused value 'Y'.
           01 ws-refuse-reason  pic x(40) value spaces.

           01 ws-alloc-period   pic 9(6) value 0.
           01 ws-alloc-parts redefines ws-alloc-period.
               05 ws-alloc-year    pic 9(4).
               05 ws-alloc-month   pic 99.
           01 ws-period-env     pic x(6) value spaces.
           01 ws-last-closed    pic 9(6) value 0.

      * One row per active rule, carrying the source's activity as
      * the history pass sums it. The rule itself is re-read by key
      * when it is allocated.
           01 ws-rule-count     pic 9(3) value 0.
           01 ws-rule-table.
               05 ws-rule-entry occurs 100 times.
                   10 ws-ru-source    pic x(6).
                   10 ws-ru-activity  pic s9(7)v99.
      * 'Y' once ALLOCATE.CTL shows the rule charged out this period.
                   10 ws-ru-done      pic x.
           01 ws-rule-idx       pic 9(3).
           01 ws-found-idx      pic 9(3).
           01 ws-find-center    pic x(6).

      * Working fields for the rule being allocated.
           01 ws-activity       pic s9(7)v99.
           01 ws-share-table.
               05 ws-share occurs 10 times pic s9(7)v99.
           01 ws-tgt-idx        pic 99.
           01 ws-big-idx        pic 99.
           01 ws-share-sum      pic s9(7)v99.
           01 ws-remainder      pic s9(7)v99.
           01 ws-rule-net       pic s9(7)v99.
           01 ws-credit         pic s9(7)v99.
           01 ws-skip-reason    pic x(36).
           01 ws-bad-center     pic x(6).
           01 ws-alloc-ref.
               05 filler           pic x(2) value "AL".
               05 ws-ref-source    pic x(6).
               05 ws-ref-period    pic 9(6).
               05 filler           pic x(2) value spaces.

      * Run totals - the register's proof.
           01 ws-hist-count     pic 9(8) value 0.
           01 ws-post-count     pic 9(8) value 0.
           01 ws-alloc-count    pic 9(4) value 0.
           01 ws-skip-count     pic 9(4) value 0.
           01 ws-total-debits   pic s9(9)v99 value 0.
           01 ws-total-credits  pic s9(9)v99 value 0.
           01 ws-total-net      pic s9(9)v99 value 0.

           01 ws-edit-4         pic zzz9.
           01 ws-edit-8         pic zzzzzzz9.
           01 ws-edit-pct       pic zz9.99.
           01 ws-edit-amt       pic -(7)9.99.
           01 ws-edit-12        pic -(8)9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
      * Run-control gate: a run already completed today must not
      * append its postings onto LEDGERIN.DAT a second time.
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
                   display "ALLOCATE: run refused - " ws-refuse-reason
               else
                   perform 2000-sum-activity
                   perform 3000-allocate-rules
                   perform 4000-write-totals
                   display "ALLOCATE: period " ws-alloc-period ", "
                       ws-alloc-count " rules allocated"
                   call 'runend' using ws-my-name, ws-today,
                       ws-hist-count, ws-post-count
               end-if
               perform 5000-terminate
           end-if
           stop run.

       0200-refuse-run.
           if ws-run-go = 1
               display "ALLOCATE: already completed for " ws-today
                   ", run refused"
           else
               display "ALLOCATE: prerequisite " ws-prereq-name
                   " has not completed, run refused"
           end-if.

       1000-initialize.
           move ws-today(1:6) to ws-alloc-period
           accept ws-period-env from environment "ALLOCATE_PERIOD"
           if ws-period-env not = spaces
               if ws-period-env is numeric
                   move ws-period-env to ws-alloc-period
               end-if
           end-if
           perform 1100-load-period-control
           if ws-alloc-month < 1 or ws-alloc-month > 12
               set ws-run-refused to true
               move "period is not a valid month"
                   to ws-refuse-reason
           else
           if ws-alloc-period not = ws-today(1:6)
               set ws-run-refused to true
               move "period is not the current posting month"
                   to ws-refuse-reason
           else
           if ws-alloc-period not > ws-last-closed
               set ws-run-refused to true
               move "period is already closed" to ws-refuse-reason
           end-if
           end-if
           end-if
           if not ws-run-refused
               open input allocrule-file
               if ws-alr-status not = "00"
                   set ws-run-refused to true
                   move "cannot open ALLOCRULE.DAT"
                       to ws-refuse-reason
               else
                   perform 1300-load-one-rule until ws-eof
                   move 'N' to ws-eof-switch
                   perform 1200-check-already-allocated
               end-if
           end-if
           if not ws-run-refused
               open input ccmaster-file
               if ws-ccm-status = "00"
                   set ws-ccm-open to true
               else
                   display "ALLOCATE: cost-center master not "
                       "available, every rule will be skipped"
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

      * A rule on ALLOCATE.CTL for the period has already been
      * charged out and is marked done; a row with no source center
      * is from when the whole period was recorded at once, and
      * refuses the run. No control file just means nothing was ever
      * allocated.
       1200-check-already-allocated.
           open input alloc-control-file
           if ws-actl-status not = "00"
               set ws-eof to true
           end-if
           perform 1210-check-one-allocation until ws-eof
           if ws-actl-status = "00" or ws-actl-status = "10"
               close alloc-control-file
           end-if
           move 'N' to ws-eof-switch.

       1210-check-one-allocation.
           read alloc-control-file
               at end
                   set ws-eof to true
               not at end
                   if actl-period = ws-alloc-period
                       if actl-source-center = spaces
                           set ws-run-refused to true
                           move "period already allocated"
                               to ws-refuse-reason
                       else
                           move actl-source-center to ws-find-center
                           perform 2200-find-rule
                           if ws-found-idx > 0
                               move 'Y' to ws-ru-done(ws-found-idx)
                           end-if
                       end-if
                   end-if
           end-read.

       1300-load-one-rule.
           read allocrule-file next record
               at end
                   set ws-eof to true
               not at end
                   if alr-active
                       if ws-rule-count < 100
                           add 1 to ws-rule-count
                           move alr-source-center
                               to ws-ru-source(ws-rule-count)
                           move 0 to ws-ru-activity(ws-rule-count)
                           move 'N' to ws-ru-done(ws-rule-count)
                       else
                           display "ALLOCATE: rule table full, "
                               alr-source-center " not allocated"
                       end-if
                   end-if
           end-read.

      * One pass over the live history: every line in the period for
      * a rule's source center adds what it moved the balance.
       2000-sum-activity.
           open input history-file
           if ws-hist-status not = "00"
               set ws-eof to true
           end-if
           perform 2100-sum-one-line until ws-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if.

       2100-sum-one-line.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-hist-count
                   if hst-post-date(1:6) = ws-alloc-period
                       move hst-cost-center to ws-find-center
                       perform 2200-find-rule
                       if ws-found-idx > 0
                           compute ws-ru-activity(ws-found-idx) =
                               ws-ru-activity(ws-found-idx)
                               + hst-new-balance - hst-prior-balance
                       end-if
                   end-if
           end-read.

       2200-find-rule.
           move 0 to ws-found-idx
           perform varying ws-rule-idx from 1 by 1
                   until ws-rule-idx > ws-rule-count
               if ws-ru-source(ws-rule-idx) = ws-find-center
                   move ws-rule-idx to ws-found-idx
               end-if
           end-perform.

       3000-allocate-rules.
           open extend posting-file
           if ws-pst-status not = "00"
               open output posting-file
           end-if
           open extend alloc-control-file
           if ws-actl-status not = "00"
               open output alloc-control-file
           end-if
           open output report-file
           move spaces to report-line
           string "ALLOCATION REGISTER - PERIOD " delimited by size
               ws-alloc-period delimited by size
               " - RUN " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           perform 3100-allocate-one-rule
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-rule-count
           close posting-file
           close alloc-control-file.

       3100-allocate-one-rule.
           move ws-ru-source(ws-rule-idx) to alr-source-center
           move ws-ru-activity(ws-rule-idx) to ws-activity
           move spaces to ws-skip-reason
           read allocrule-file
               invalid key
                   move "rule no longer on file" to ws-skip-reason
           end-read
           if ws-skip-reason = spaces
                   and ws-ru-done(ws-rule-idx) = 'Y'
               move "already allocated for the period"
                   to ws-skip-reason
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "SOURCE " delimited by size
               ws-ru-source(ws-rule-idx) delimited by size
               " " delimited by size
               alr-description delimited by size
               into report-line
           write report-line
           move ws-activity to ws-edit-amt
           move spaces to report-line
           string "  SOURCE ACTIVITY.......: " delimited by size
               ws-edit-amt delimited by size
               into report-line
           write report-line
           if ws-skip-reason = spaces
               perform 3200-check-rule
           end-if
           if ws-skip-reason not = spaces
               add 1 to ws-skip-count
               move spaces to report-line
               string "  NOT ALLOCATED - " delimited by size
                   ws-skip-reason delimited by size
                   into report-line
               write report-line
           else
               perform 3300-compute-shares
               perform 3400-write-postings
               perform 4500-record-allocation
           end-if.

      * Nothing is written for a rule unless every leg of it can be:
      * activity to spread, an amount LEDGERPOST can carry, and every
      * center on it still open.
       3200-check-rule.
           if ws-activity = 0
               move "no activity for the period" to ws-skip-reason
           else
           if ws-activity > 99999.99 or ws-activity < -99999.99
               move "activity exceeds posting capacity"
                   to ws-skip-reason
           else
           if not ws-ccm-open
               move "cost-center master unavailable"
                   to ws-skip-reason
           else
               move alr-source-center to ws-bad-center
               perform 3250-check-one-center
               perform 3260-check-target-center
                   varying ws-tgt-idx from 1 by 1
                   until ws-tgt-idx > alr-target-count
                       or ws-skip-reason not = spaces
           end-if
           end-if
           end-if.

       3250-check-one-center.
           move ws-bad-center to ccm-cost-center
           read ccmaster-file
               invalid key
                   string "center " delimited by size
                       ws-bad-center delimited by size
                       " not on master" delimited by size
                       into ws-skip-reason
               not invalid key
                   if not ccm-active
                       string "center " delimited by size
                           ws-bad-center delimited by size
                           " is closed" delimited by size
                           into ws-skip-reason
                   end-if
           end-read.

       3260-check-target-center.
           move alr-tgt-center(ws-tgt-idx) to ws-bad-center
           perform 3250-check-one-center.

      * Each share is cut down to the penny; whatever the cuts left
      * over goes to the largest share, so the shares always add
      * back to the activity exactly.
       3300-compute-shares.
           move 0 to ws-share-sum
           move 1 to ws-big-idx
           perform 3310-compute-one-share
               varying ws-tgt-idx from 1 by 1
               until ws-tgt-idx > alr-target-count
           compute ws-remainder = ws-activity - ws-share-sum
           add ws-remainder to ws-share(ws-big-idx)
           compute ws-credit = 0 - ws-activity.

       3310-compute-one-share.
           compute ws-share(ws-tgt-idx) =
               ws-activity * alr-tgt-pct(ws-tgt-idx) / 100
           add ws-share(ws-tgt-idx) to ws-share-sum
           if alr-tgt-pct(ws-tgt-idx) > alr-tgt-pct(ws-big-idx)
               move ws-tgt-idx to ws-big-idx
           end-if.

       3400-write-postings.
           move alr-source-center to ws-ref-source
           move ws-alloc-period to ws-ref-period
           move 0 to ws-rule-net
           perform 3410-write-target-posting
               varying ws-tgt-idx from 1 by 1
               until ws-tgt-idx > alr-target-count
           move alr-source-center to pst-cost-center
           move ws-credit to pst-amount
           move 'P' to pst-trans-type
           move ws-alloc-ref to pst-reference
           write posting-record
           add 1 to ws-post-count
           add ws-credit to ws-rule-net
           add ws-credit to ws-total-credits
           move ws-credit to ws-edit-amt
           move spaces to report-line
           string "  CREDIT TO SOURCE " delimited by size
               alr-source-center delimited by size
               "        " delimited by size
               ws-edit-amt delimited by size
               into report-line
           write report-line
           move ws-rule-net to ws-edit-amt
           move spaces to report-line
           string "  RULE NET..............: " delimited by size
               ws-edit-amt delimited by size
               into report-line
           write report-line
           add 1 to ws-alloc-count.

       3410-write-target-posting.
           move alr-tgt-center(ws-tgt-idx) to pst-cost-center
           move ws-share(ws-tgt-idx) to pst-amount
           move 'P' to pst-trans-type
           move ws-alloc-ref to pst-reference
           write posting-record
           add 1 to ws-post-count
           add ws-share(ws-tgt-idx) to ws-rule-net
           add ws-share(ws-tgt-idx) to ws-total-debits
           move alr-tgt-pct(ws-tgt-idx) to ws-edit-pct
           move ws-share(ws-tgt-idx) to ws-edit-amt
           move spaces to report-line
           string "  SHARE TO TARGET " delimited by size
               alr-tgt-center(ws-tgt-idx) delimited by size
               " " delimited by size
               ws-edit-pct delimited by size
               "% " delimited by size
               ws-edit-amt delimited by size
               into report-line
           write report-line.

       3500-write-refusal-report.
           open output report-file
           move spaces to report-line
           string "ALLOCATION REGISTER - " delimited by size
               ws-today delimited by size
               " - RUN REFUSED" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "PERIOD REQUESTED......: " delimited by size
               ws-alloc-period delimited by size
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

      * The register's last word is the run's net - debits into the
      * targets against credits out of the sources - which has to be
      * zero.
       4000-write-totals.
           compute ws-total-net = ws-total-debits + ws-total-credits
           move spaces to report-line
           write report-line
           move ws-rule-count to ws-edit-4
           move spaces to report-line
           string "ACTIVE RULES..........: " delimited by size
               ws-edit-4 delimited by size
               into report-line
           write report-line
           move ws-alloc-count to ws-edit-4
           move spaces to report-line
           string "RULES ALLOCATED.......: " delimited by size
               ws-edit-4 delimited by size
               into report-line
           write report-line
           move ws-skip-count to ws-edit-4
           move spaces to report-line
           string "RULES NOT ALLOCATED...: " delimited by size
               ws-edit-4 delimited by size
               into report-line
           write report-line
           move ws-post-count to ws-edit-8
           move spaces to report-line
           string "POSTINGS WRITTEN......: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-total-debits to ws-edit-12
           move spaces to report-line
           string "TOTAL TO TARGETS......: " delimited by size
               ws-edit-12 delimited by size
               into report-line
           write report-line
           move ws-total-credits to ws-edit-12
           move spaces to report-line
           string "TOTAL FROM SOURCES....: " delimited by size
               ws-edit-12 delimited by size
               into report-line
           write report-line
           move ws-total-net to ws-edit-12
           move spaces to report-line
           string "RUN NET...............: " delimited by size
               ws-edit-12 delimited by size
               into report-line
           write report-line
           close report-file.

      * Only a rule that wrote its postings is recorded - one skipped
      * for a closed center or no activity yet can still be allocated
      * later in the period.
       4500-record-allocation.
           move ws-alloc-period to actl-period
           move ws-today to actl-run-date
           move 1 to actl-rule-count
           move ws-activity to actl-amount-total
           move alr-source-center to actl-source-center
           write alloc-control-record.

       5000-terminate.
           if ws-alr-status = "00" or ws-alr-status = "10"
                   or ws-alr-status = "23"
               close allocrule-file
           end-if
           if ws-ccm-open
               close ccmaster-file
           end-if.
