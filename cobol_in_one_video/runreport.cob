      * job writes through RUNCTL - and prints what ran today, in what
      * order, with start/end times and record counts, then lists
      * which of the expected jobs are still outstanding, so nobody
      * finds out tomorrow that LEDGERPOST never ran tonight. What is
      * expected follows the business-day calendar NIGHTCYCLE runs
      * by (BUSCAL.DAT): BACKUP every night, the business-day legs
      * only on a business day, LEDGERCLOSE only on the period-end
      * day - so a weekend or holiday does not show the daily jobs
      * as missing.
       identification division.
       program-id. runreport.
       environment division.
           select runctl-file assign to "RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.
      * Read-only here - CALMAINT maintains it.
           select buscal-file assign to "BUSCAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is cal-date
               file status is ws-cal-status.
           select report-file assign to "RUNCTL.RPT"
               organization is line sequential.

           05 rc-records-in    pic 9(8).
           05 rc-records-out   pic 9(8).

       fd  buscal-file.
           copy calrec.

       fd  report-file.
       01  report-line         pic x(72).

           01 ws-pick-idx      pic 9(2).
           01 ws-pick-time     pic 9(6).

      * The jobs NIGHTCYCLE runs under their own RUNCTL gate, each
      * with when it is due - N every night, B business days, E the
      * period-end day, NIGHTCYCLE's own schedule classes - checked
      * off against what actually completed.
           01 ws-expected-jobs.
               05 filler pic x(9) value "BACKUP  N".
               05 filler pic x(9) value "DAILYSUMB".
               05 filler pic x(9) value "BALCHECKB".
               05 filler pic x(9) value "ITEMSUM B".
               05 filler pic x(9) value "ITEMBRDGB".
               05 filler pic x(9) value "APIMPORTB".
               05 filler pic x(9) value "LDGRPOSTB".
               05 filler pic x(9) value "LDGCLOSEE".
           01 ws-expected-redef redefines ws-expected-jobs.
               05 ws-expected-entry occurs 8 times.
                   10 ws-expected-job      pic x(8).
                   10 ws-expected-schedule pic x.
                       88 ws-exp-business-job   value 'B'.
                       88 ws-exp-period-end-job value 'E'.
           01 ws-exp-idx       pic 9(2).
           01 ws-exp-done      pic x.

      * What BUSCAL.DAT says about today, copied out of the record
      * before the file is closed. Off the calendar, today is taken as
      * a business day that is not the period end, the same way
      * NIGHTCYCLE takes it.
           01 ws-cal-status    pic xx.
           01 ws-cal-found-sw  pic x value 'N'.
               88 ws-cal-found value 'Y'.
           01 ws-business-sw   pic x value 'Y'.
               88 ws-business-day value 'Y'.
           01 ws-period-end-sw pic x value 'N'.
               88 ws-period-end-day value 'Y'.
           01 ws-day-type      pic x value 'B'.
               88 ws-day-business value 'B'.
           01 ws-day-period-end pic x value 'N'.
               88 ws-day-is-period-end value 'Y'.

           01 ws-status-word   pic x(12).
           01 ws-edit-8        pic zzzzzzz9.
           01 ws-edit-8b       pic zzzzzzz9.
       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           perform 0500-read-calendar
           perform 1000-load-control-file
           open output report-file
           move spaces to report-line
           close report-file
           stop run.

       0500-read-calendar.
           open input buscal-file
           if ws-cal-status = "00"
               move ws-today to cal-date
               read buscal-file
                   invalid key
                       continue
                   not invalid key
                       set ws-cal-found to true
                       move cal-day-type to ws-day-type
                       move cal-period-end to ws-day-period-end
               end-read
               close buscal-file
           end-if
           if ws-cal-found
               if not ws-day-business
                   move 'N' to ws-business-sw
               end-if
               if ws-day-is-period-end
                   set ws-period-end-day to true
               end-if
           end-if.

       1000-load-control-file.
           open input runctl-file
           if ws-runctl-status not = "00"
           move spaces to report-line
           write report-line
           move spaces to report-line
           if not ws-cal-found
               string "CALENDAR: NOT ON BUSCAL.DAT - EXPECTED AS A "
                   delimited by size
                   "BUSINESS DAY" delimited by size
                   into report-line
           else
               string "CALENDAR: DAY TYPE " delimited by size
                   ws-day-type delimited by size
                   ", PERIOD END " delimited by size
                   ws-day-period-end delimited by size
                   into report-line
           end-if
           write report-line
           move spaces to report-line
           string "STILL OUTSTANDING TODAY:" delimited by size
               into report-line
           write report-line
           perform 3100-check-expected-job
               varying ws-exp-idx from 1 by 1
               until ws-exp-idx > 8.

      * A job not due today is not looked for at all.
       3100-check-expected-job.
           move 'N' to ws-exp-done
           if ws-exp-business-job(ws-exp-idx) and not ws-business-day
               move 'X' to ws-exp-done
           end-if
           if ws-exp-period-end-job(ws-exp-idx)
                   and not ws-period-end-day
               move 'X' to ws-exp-done
           end-if
           perform varying ws-job-idx from 1 by 1
                   until ws-job-idx > ws-job-count
               if ws-jt-name(ws-job-idx) = ws-expected-job(ws-exp-idx)
