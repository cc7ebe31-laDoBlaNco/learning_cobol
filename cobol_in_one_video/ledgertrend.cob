      * LEDGERTREND is the cross-period view of the ledger.
      * LEDGERPER.DAT holds every center's opening and closing
      * balance for every closed period, but until now the only way
      * to see a trend was to run LEDGERSTMT a month at a time and
      * paste the results into a spreadsheet each quarter. This
      * report prints each center's net movement (closing less
      * opening) for the last thirteen closed periods side by side,
      * in whole units, grouped by department with department
      * subtotals and a grand total, and beside each line the
      * variance of the latest period against the same month a year
      * earlier - the first column.
      * The window ends at the last period LEDGERCLOSE closed; set
      * LEDGERTREND_PERIOD (yyyymm) to end it at an earlier closed
      * period instead. A value that is not a valid yyyymm is refused,
      * not read as the default window.
      * A second section lists the dormant centers: active on
      * CCMASTER.DAT, yet with no movement in any of the last
      * LEDGERTREND_DORMANT closed periods (default 6, at most the
      * 13 on the report) and none since in the open period. Each
      * shows its current LDG-BALANCE, and a zero balance is flagged
      * as a candidate for closing through CCMAINT.
      * Thirteen columns will not fit the usual 72-column report, so
      * this one is cut 132 wide for the line printer.
       identification division.
       program-id. ledgertrend.
       environment division.
       input-output section.
       file-control.
      * The per-center, per-period snapshot LEDGERCLOSE maintains.
           select period-file assign to "LEDGERPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-key
               file status is ws-per-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
           select ledger-file assign to "LEDGER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ldg-cost-center
               file status is ws-ledger-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.
           select deptmast-file assign to "DEPTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt-code
               file status is ws-dpt-status.
           select sort-file assign to "LEDGERTREND.SWK".
           select report-file assign to "LEDGERTREND.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  period-file.
           copy perrec.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

       fd  ledger-file.
           copy ledgrec.

       fd  ccmaster-file.
           copy ccmrec.

       fd  deptmast-file.
           copy deptrec.

      * One row per center with any snapshot in the window, carrying
      * its department so the sort groups the report.
       sd  sort-file.
       01  sort-record.
           05 srt-department       pic x(4).
           05 srt-center           pic x(6).
           05 srt-movements.
               10 srt-movement     pic s9(7)v99 occurs 13 times.

       fd  report-file.
       01  report-line             pic x(132).

       working-storage section.
           01 ws-per-eof-switch pic x value 'N'.
               88 ws-per-eof value 'Y'.
           01 ws-sort-eof-switch pic x value 'N'.
               88 ws-sort-eof value 'Y'.
           01 ws-ccm-eof-switch pic x value 'N'.
               88 ws-ccm-eof value 'Y'.
           01 ws-per-status     pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-ledger-status  pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-dpt-status     pic xx.
           01 ws-ccm-switch     pic x value 'N'.
               88 ws-ccm-open value 'Y'.
           01 ws-dpt-switch     pic x value 'N'.
               88 ws-dpt-open value 'Y'.
           01 ws-ledger-switch  pic x value 'N'.
               88 ws-ledger-open value 'Y'.
           01 ws-today          pic 9(8).

      * The window: thirteen closed periods, oldest first, ending at
      * the last close or the period asked for.
           01 ws-last-closed    pic 9(6) value 0.
           01 ws-end-period     pic 9(6) value 0.
           01 ws-period-env     pic x(6) value spaces.
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-refused value 'Y'.
           01 ws-refuse-reason  pic x(50) value spaces.
           01 ws-step-period    pic 9(6).
           01 ws-step-parts redefines ws-step-period.
               05 ws-step-year      pic 9(4).
               05 ws-step-month     pic 99.
           01 ws-period-table.
               05 ws-col-period     pic 9(6) occurs 13 times.
           01 ws-col-idx        pic 99.
           01 ws-found-col      pic 99.

      * How many of the latest periods a center must sit still for to
      * be called dormant.
           01 ws-dormant-env    pic x(6) value spaces.
           01 ws-dormant-count  pic 99 value 6.
           01 ws-dormant-first  pic 99.

      * The center being gathered off LEDGERPER.DAT.
           01 ws-row-center     pic x(6) value spaces.
           01 ws-row-switch     pic x value 'N'.
               88 ws-row-in-window value 'Y'.
           01 ws-row-movements.
               05 ws-row-movement   pic s9(7)v99 occurs 13 times.

      * Department break and the running totals.
           01 ws-first-row-switch pic x value 'Y'.
               88 ws-first-row value 'Y'.
           01 ws-cur-dept       pic x(4) value spaces.
           01 ws-dept-centers   pic 9(4) value 0.
           01 ws-dept-totals.
               05 ws-dept-total     pic s9(9)v99 occurs 13 times.
           01 ws-grand-centers  pic 9(4) value 0.
           01 ws-grand-totals.
               05 ws-grand-total    pic s9(9)v99 occurs 13 times.
      * Whichever set of totals is being printed.
           01 ws-print-totals.
               05 ws-print-total    pic s9(9)v99 occurs 13 times.
           01 ws-variance       pic s9(9)v99.

      * Dormant test for one master center.
           01 ws-dormant-switch pic x value 'N'.
               88 ws-dormant value 'Y'.
           01 ws-last-closing   pic s9(5)v99.
           01 ws-cur-balance    pic s9(5)v99.
           01 ws-dormant-listed pic 9(4) value 0.
           01 ws-closure-count  pic 9(4) value 0.

      * The columnar line: a six-character label, thirteen period
      * columns, and the year-on-year variance, 132 wide.
           01 ws-trend-line.
               05 ws-tl-label       pic x(6).
               05 ws-tl-column occurs 13 times.
                   10 filler        pic x.
                   10 ws-tl-amount  pic -(7)9.
               05 filler            pic x.
               05 ws-tl-variance    pic -(7)9.
           01 ws-head-line.
               05 ws-hl-label       pic x(6).
               05 ws-hl-column occurs 13 times.
                   10 filler        pic x(3).
                   10 ws-hl-period  pic 9(6).
               05 ws-hl-variance    pic x(9).

           01 ws-line-name      pic x(30).
           01 ws-flag-text      pic x(34).
           01 ws-edit-4         pic zzz9.
           01 ws-edit-2         pic z9.
           01 ws-edit-bal       pic -zzzz9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           perform 1000-initialize
           open output report-file
           if ws-refused
               move spaces to report-line
               string "THIRTEEN-PERIOD LEDGER TREND - NOT PRODUCED: "
                   delimited by size
                   ws-refuse-reason delimited by size
                   into report-line
               write report-line
               display "LEDGERTREND: " ws-refuse-reason
           else
               perform 2000-sort-centers
               perform 4000-list-dormant-centers
           end-if
           close report-file
           if ws-ccm-open
               close ccmaster-file
           end-if
           if ws-dpt-open
               close deptmast-file
           end-if
           stop run.

      * The window has to end on a closed period - the open one has no
      * snapshot yet. No PERCTL.DAT means nothing was ever closed, and
      * there is nothing to trend.
       1000-initialize.
           perform 1100-load-period-control
           move ws-last-closed to ws-end-period
           accept ws-period-env from environment "LEDGERTREND_PERIOD"
           if ws-period-env not = spaces
               if ws-period-env is numeric
                       and ws-period-env(5:2) >= "01"
                       and ws-period-env(5:2) <= "12"
                   move ws-period-env to ws-end-period
               else
                   set ws-refused to true
                   move "LEDGERTREND_PERIOD is not a valid period"
                       to ws-refuse-reason
               end-if
           end-if
           accept ws-dormant-env
               from environment "LEDGERTREND_DORMANT"
           if ws-dormant-env not = spaces
               if function trim(ws-dormant-env) is numeric
                   move function trim(ws-dormant-env)
                       to ws-dormant-count
               end-if
           end-if
           if ws-dormant-count = 0
               move 1 to ws-dormant-count
           end-if
           if ws-dormant-count > 13
               move 13 to ws-dormant-count
           end-if
           compute ws-dormant-first = 14 - ws-dormant-count
           if ws-refused
               continue
           else
           if ws-last-closed = 0
               set ws-refused to true
               move "no period has been closed yet" to ws-refuse-reason
           else
           if ws-end-period > ws-last-closed
               set ws-refused to true
               move "period asked for is not closed yet"
                   to ws-refuse-reason
           else
               move ws-end-period to ws-step-period
               perform 1200-set-one-column
                   varying ws-col-idx from 13 by -1
                   until ws-col-idx < 1
           end-if
           end-if
           end-if
           open input ccmaster-file
           if ws-ccm-status = "00"
               set ws-ccm-open to true
           else
               display "LEDGERTREND: cost-center master not available, "
                   "all centers group as unassigned"
           end-if
           open input deptmast-file
           if ws-dpt-status = "00"
               set ws-dpt-open to true
           end-if.

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

      * Filled from the newest column back, one month at a time.
       1200-set-one-column.
           move ws-step-period to ws-col-period(ws-col-idx)
           if ws-step-month = 1
               move 12 to ws-step-month
               subtract 1 from ws-step-year
           else
               subtract 1 from ws-step-month
           end-if.

      * Each center's row is gathered off LEDGERPER.DAT and sorted
      * into department order; the output procedure prints it with
      * the department breaks. The sort spills to disk, so there is
      * no ceiling on the number of centers.
       2000-sort-centers.
           sort sort-file
               on ascending key srt-department srt-center
               input procedure is 2100-release-centers
               output procedure is 3000-print-trend.

      * LEDGERPER.DAT is keyed center then period, so the read-next
      * delivers each center's snapshots together; a change of center
      * releases the one just finished.
       2100-release-centers.
           move zeroes to ws-row-movements
           open input period-file
           if ws-per-status not = "00"
               set ws-per-eof to true
               display "LEDGERTREND: cannot open LEDGERPER.DAT, status "
                   ws-per-status
           end-if
           perform 2200-read-one-snapshot until ws-per-eof
           perform 2300-release-row
           if ws-per-status = "00" or ws-per-status = "10"
               close period-file
           end-if.

       2200-read-one-snapshot.
           read period-file next record
               at end
                   set ws-per-eof to true
               not at end
                   if per-cost-center not = ws-row-center
                       perform 2300-release-row
                       move per-cost-center to ws-row-center
                   end-if
                   perform 2400-find-column
                   if ws-found-col > 0
                       compute ws-row-movement(ws-found-col) =
                           per-closing - per-opening
                       set ws-row-in-window to true
                   end-if
           end-read
           if ws-per-status > "10"
               set ws-per-eof to true
               display "LEDGERTREND: LEDGERPER.DAT read failed, status "
                   ws-per-status
           end-if.

      * Only a center with a snapshot somewhere in the window makes
      * the report; a period it has no snapshot for (not yet opened,
      * say) shows as no movement.
       2300-release-row.
           if ws-row-in-window
               move spaces to srt-department
               if ws-ccm-open
                   move ws-row-center to ccm-cost-center
                   read ccmaster-file
                       invalid key
                           continue
                       not invalid key
                           move ccm-department to srt-department
                   end-read
               end-if
               move ws-row-center to srt-center
               move ws-row-movements to srt-movements
               release sort-record
           end-if
           move 'N' to ws-row-switch
           move zeroes to ws-row-movements.

       2400-find-column.
           move 0 to ws-found-col
           perform varying ws-col-idx from 1 by 1
                   until ws-col-idx > 13
               if ws-col-period(ws-col-idx) = per-period
                   move ws-col-idx to ws-found-col
               end-if
           end-perform.

       3000-print-trend.
           move spaces to report-line
           string "THIRTEEN-PERIOD LEDGER TREND - NET MOVEMENT BY "
               delimited by size
               "CENTER, WHOLE UNITS - PERIODS " delimited by size
               ws-col-period(1) delimited by size
               " TO " delimited by size
               ws-col-period(13) delimited by size
               " - RUN " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-head-line
           move "CENTER" to ws-hl-label
           perform 3050-set-head-column
               varying ws-col-idx from 1 by 1
               until ws-col-idx > 13
           move "   YR VAR" to ws-hl-variance
           move ws-head-line to report-line
           write report-line
           move zeroes to ws-grand-totals
           perform 3100-return-one-row until ws-sort-eof
           if ws-first-row
               move spaces to report-line
               string "  (NO CLOSED-PERIOD SNAPSHOTS IN THE WINDOW)"
                   delimited by size
                   into report-line
               write report-line
           else
               perform 3400-print-dept-total
           end-if
           move spaces to report-line
           write report-line
           move ws-grand-centers to ws-edit-4
           move spaces to report-line
           string "GRAND TOTAL, " delimited by size
               ws-edit-4 delimited by size
               " CENTERS" delimited by size
               into report-line
           write report-line
           move "TOTAL " to ws-tl-label
           move ws-grand-totals to ws-print-totals
           perform 3500-print-totals-line.

       3050-set-head-column.
           move ws-col-period(ws-col-idx) to ws-hl-period(ws-col-idx).

       3100-return-one-row.
           return sort-file
               at end
                   set ws-sort-eof to true
               not at end
                   perform 3200-print-center-row
           end-return.

       3200-print-center-row.
           if ws-first-row or srt-department not = ws-cur-dept
               if not ws-first-row
                   perform 3400-print-dept-total
               end-if
               move 'N' to ws-first-row-switch
               move srt-department to ws-cur-dept
               move 0 to ws-dept-centers
               move zeroes to ws-dept-totals
               perform 3300-print-dept-heading
           end-if
           add 1 to ws-dept-centers
           add 1 to ws-grand-centers
           move spaces to ws-trend-line
           move srt-center to ws-tl-label
           perform 3250-set-center-column
               varying ws-col-idx from 1 by 1
               until ws-col-idx > 13
           compute ws-variance = srt-movement(13) - srt-movement(1)
           compute ws-tl-variance rounded = ws-variance
           move ws-trend-line to report-line
           write report-line.

       3250-set-center-column.
           compute ws-tl-amount(ws-col-idx) rounded =
               srt-movement(ws-col-idx)
           add srt-movement(ws-col-idx) to ws-dept-total(ws-col-idx)
           add srt-movement(ws-col-idx) to ws-grand-total(ws-col-idx).

       3300-print-dept-heading.
           perform 3600-name-department
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DEPARTMENT " delimited by size
               ws-cur-dept delimited by size
               " " delimited by size
               ws-line-name delimited by size
               into report-line
           write report-line.

       3400-print-dept-total.
           move ws-dept-centers to ws-edit-4
           move spaces to report-line
           string "  DEPARTMENT " delimited by size
               ws-cur-dept delimited by size
               " TOTAL, " delimited by size
               ws-edit-4 delimited by size
               " CENTERS" delimited by size
               into report-line
           write report-line
           move "DEPT  " to ws-tl-label
           move ws-dept-totals to ws-print-totals
           perform 3500-print-totals-line.

      * The label is set by the caller; the line itself is the same
      * for a department and for the grand total.
       3500-print-totals-line.
           move ws-tl-label to ws-line-name
           move spaces to ws-trend-line
           move ws-line-name to ws-tl-label
           perform 3550-set-total-column
               varying ws-col-idx from 1 by 1
               until ws-col-idx > 13
           compute ws-variance = ws-print-total(13) - ws-print-total(1)
           compute ws-tl-variance rounded = ws-variance
           move ws-trend-line to report-line
           write report-line.

       3550-set-total-column.
           compute ws-tl-amount(ws-col-idx) rounded =
               ws-print-total(ws-col-idx).

      * Centers not yet assigned a department group under spaces,
      * named the way DEPTROLL names them.
       3600-name-department.
           if ws-cur-dept = spaces
               move "(NONE - NOT YET ASSIGNED)" to ws-line-name
           else
           if not ws-dpt-open
               move spaces to ws-line-name
           else
               move ws-cur-dept to dpt-code
               read deptmast-file
                   invalid key
                       move "(NOT ON DEPARTMENT TABLE)"
                           to ws-line-name
                   not invalid key
                       move dpt-name to ws-line-name
               end-read
           end-if
           end-if.

      * Dormant centers: walk the master in center order and test each
      * active center against the latest snapshots. A closed center
      * is already out of use and is not listed.
       4000-list-dormant-centers.
           move ws-dormant-count to ws-edit-2
           move spaces to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DORMANT CENTERS - ACTIVE, NO MOVEMENT IN THE LAST "
               delimited by size
               ws-edit-2 delimited by size
               " CLOSED PERIODS (TO " delimited by size
               ws-col-period(13) delimited by size
               ") OR SINCE" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           if not ws-ccm-open
               move spaces to report-line
               string "  (COST-CENTER MASTER NOT AVAILABLE, "
                   delimited by size
                   "NO DORMANT LIST)" delimited by size
                   into report-line
               write report-line
           else
               open input period-file
               if ws-per-status not = "00"
                   move spaces to report-line
                   string "  (LEDGERPER.DAT NOT AVAILABLE, "
                       delimited by size
                       "NO DORMANT LIST)" delimited by size
                       into report-line
                   write report-line
               else
                   perform 4050-walk-master
                   close period-file
               end-if
           end-if.

       4050-walk-master.
           open input ledger-file
           if ws-ledger-status = "00"
               set ws-ledger-open to true
           end-if
           move low-values to ccm-cost-center
           start ccmaster-file key not < ccm-cost-center
               invalid key
                   set ws-ccm-eof to true
           end-start
           perform 4100-check-one-master until ws-ccm-eof
           if ws-ledger-open
               close ledger-file
           end-if
           perform 4500-print-dormant-totals.

       4100-check-one-master.
           read ccmaster-file next record
               at end
                   set ws-ccm-eof to true
               not at end
                   if ccm-active
                       perform 4200-test-dormant
                   end-if
           end-read
           if ws-ccm-status > "10"
               set ws-ccm-eof to true
               display "LEDGERTREND: CCMASTER.DAT read failed, status "
                   ws-ccm-status
           end-if.

      * Dormant means every one of the latest periods closed where it
      * opened, and the live balance still sits on the last closing -
      * so nothing has moved in the open period either. A period with
      * no snapshot is no movement.
       4200-test-dormant.
           set ws-dormant to true
           move 0 to ws-last-closing
           perform 4300-test-one-period
               varying ws-col-idx from ws-dormant-first by 1
               until ws-col-idx > 13
           move 0 to ws-cur-balance
           if ws-ledger-open
               move ccm-cost-center to ldg-cost-center
               read ledger-file
                   invalid key
                       continue
                   not invalid key
                       move ldg-balance to ws-cur-balance
               end-read
           end-if
           if ws-cur-balance not = ws-last-closing
               move 'N' to ws-dormant-switch
           end-if
           if ws-dormant
               perform 4400-print-dormant-line
           end-if.

       4300-test-one-period.
           move ccm-cost-center to per-cost-center
           move ws-col-period(ws-col-idx) to per-period
           read period-file
               invalid key
                   continue
               not invalid key
                   if per-closing not = per-opening
                       move 'N' to ws-dormant-switch
                   end-if
                   move per-closing to ws-last-closing
           end-read.

       4400-print-dormant-line.
           add 1 to ws-dormant-listed
           if ws-cur-balance = 0
               add 1 to ws-closure-count
               move "ZERO BALANCE - CLOSE IN CCMAINT?"
                   to ws-flag-text
           else
               move spaces to ws-flag-text
           end-if
           move ws-cur-balance to ws-edit-bal
           move spaces to report-line
           string "  " delimited by size
               ccm-cost-center delimited by size
               "  DEPT " delimited by size
               ccm-department delimited by size
               "  " delimited by size
               ccm-description delimited by size
               "  BALANCE " delimited by size
               ws-edit-bal delimited by size
               "  " delimited by size
               ws-flag-text delimited by size
               into report-line
           write report-line.

       4500-print-dormant-totals.
           if ws-dormant-listed = 0
               move spaces to report-line
               string "  (NO DORMANT CENTERS)" delimited by size
                   into report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move ws-dormant-listed to ws-edit-4
           move spaces to report-line
           string "DORMANT CENTERS LISTED " delimited by size
               ws-edit-4 delimited by size
               into report-line
           write report-line
           move ws-closure-count to ws-edit-4
           move spaces to report-line
           string "CANDIDATES FOR CLOSURE " delimited by size
               ws-edit-4 delimited by size
               into report-line
           write report-line.
