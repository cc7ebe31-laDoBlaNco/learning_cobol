      * a fix is safe: a job already completed today refuses itself
      * at its own gate, which the driver reads as that leg done and
      * moves on.
      * Which legs run depends on the night: the driver looks today
      * up on the business-day calendar CALMAINT keeps (BUSCAL.DAT).
      * BACKUP runs first every night, so whatever the night does to
      * the indexed files can be undone from its generation. The
      * daily legs - the feeds, the AP import, and LEDGERPOST - run
      * on business days only; LOGARCHIVE runs every night; and
      * on the day the calendar flags as the period's last business
      * day, LEDGERCLOSE, LEDGERSTMT, BUDVAR, and DEPTROLL are
      * appended in that order, so month-end does not depend on
      * someone remembering to start them. A date missing from the
      * calendar runs as an ordinary business day, and the summary
      * says so. The summary lists every leg as completed, skipped
      * (with the reason), stopped, or not attempted.
       identification division.
       program-id. nightcycle.
       environment division.
           select runctl-file assign to "RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.
      * Read-only here too - CALMAINT maintains it.
           select buscal-file assign to "BUSCAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is cal-date
               file status is ws-cal-status.
           select report-file assign to "NIGHTCYCLE.RPT"
               organization is line sequential.

           05 rc-records-in    pic 9(8).
           05 rc-records-out   pic 9(8).

       fd  buscal-file.
           copy calrec.

       fd  report-file.
       01  report-line         pic x(72).

       working-storage section.
           01 ws-runctl-status pic xx.
           01 ws-cal-status    pic xx.
           01 ws-eof-switch    pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-today         pic 9(8).

      * The chain, BACKUP ahead of everything, then in the order the
      * ws-prereq-name fields already encode: BALCHECK waits on
      * DAILYSUM, ITEMBRDG on ITEMSUM, LDGRPOST on ITEMBRDG, LDGCLOSE
      * on LDGRPOST. APIMPORT has no
      * prerequisite but has to land its postings before LDGRPOST
      * reads them. Each entry carries the RUNCTL job name the job
      * registers under (or, for a job with no RUNCTL gate, the name
      * the summary prints), the program name to call, when it runs -
      * B business days, N every night, E the period-end day - and
      * how its outcome is known: G from its RUNCTL row, U (no gate
      * of its own) from the call simply coming back.
           01 ws-cycle-table.
               05 filler pic x(22) value "BACKUP  backup      NG".
               05 filler pic x(22) value "DAILYSUMdailysum    BG".
               05 filler pic x(22) value "BALCHECKbalcheck    BG".
               05 filler pic x(22) value "ITEMSUM itemsum     BG".
               05 filler pic x(22) value "ITEMBRDGitembridge  BG".
               05 filler pic x(22) value "APIMPORTapimport    BG".
               05 filler pic x(22) value "LDGRPOSTledgerpost  BG".
               05 filler pic x(22) value "LOGARCH logarchive  NU".
               05 filler pic x(22) value "LDGCLOSEledgerclose EG".
               05 filler pic x(22) value "LDGRSTMTledgerstmt  EU".
               05 filler pic x(22) value "BUDVAR  budvar      EU".
               05 filler pic x(22) value "DEPTROLLdeptroll    EU".
           01 ws-cycle-redef redefines ws-cycle-table.
               05 ws-cycle-entry occurs 12 times.
                   10 ws-cy-job        pic x(8).
                   10 ws-cy-program    pic x(12).
                   10 ws-cy-schedule   pic x.
                       88 ws-cy-business-leg   value 'B'.
                       88 ws-cy-nightly-leg    value 'N'.
                       88 ws-cy-period-end-leg value 'E'.
                   10 ws-cy-gate       pic x.
                       88 ws-cy-gated value 'G'.
      * Tonight's decision per leg: S scheduled, K skipped, C done.
           01 ws-leg-states.
               05 ws-leg-state     pic x occurs 12 times.
           01 ws-cy-idx        pic 9(2).
           01 ws-stop-idx      pic 9(2) value 0.
           01 ws-stop-reason   pic x(40) value spaces.
               88 ws-chain-stopped value 'Y'.
           01 ws-call-failed-sw pic x value 'N'.
               88 ws-call-failed value 'Y'.
           01 ws-sched-count   pic 9(2) value 0.
           01 ws-skip-count    pic 9(2) value 0.

      * What BUSCAL.DAT says about today. Off the calendar, today is
      * taken as a business day that is not the period end.
           01 ws-cal-found-sw  pic x value 'N'.
               88 ws-cal-found value 'Y'.
           01 ws-business-sw   pic x value 'Y'.
               88 ws-business-day value 'Y'.
           01 ws-period-end-sw pic x value 'N'.
               88 ws-period-end-day value 'Y'.
      * Today's row, copied out of the record before the file is
      * closed.
           01 ws-day-type      pic x value 'B'.
               88 ws-day-business value 'B'.
               88 ws-holiday value 'H'.
           01 ws-day-period-end pic x value 'N'.
               88 ws-day-is-period-end value 'Y'.
           01 ws-day-desc      pic x(30) value spaces.
           01 ws-skip-reason   pic x(30).

      * What RUNCTL.DAT says about the job just called.
           01 ws-job-status    pic x.
       0000-main.
           accept ws-today from date yyyymmdd
           display "NIGHTCYCLE: starting batch cycle for " ws-today
           perform 1000-read-calendar
           perform 1100-schedule-one-leg
               varying ws-cy-idx from 1 by 1
               until ws-cy-idx > 12
           perform 2000-run-one-job
               varying ws-cy-idx from 1 by 1
               until ws-cy-idx > 12 or ws-chain-stopped
           perform 3000-write-summary
           stop run.

       1000-read-calendar.
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
                       move cal-description to ws-day-desc
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
               display "NIGHTCYCLE: calendar day type " ws-day-type
                   ", period end " ws-day-period-end
           else
               display "NIGHTCYCLE: " ws-today " not on the business "
                   "calendar, run as a business day"
           end-if.

      * Decided once, before anything runs, so the summary can say
      * what tonight was meant to be as well as how far it got.
       1100-schedule-one-leg.
           move 'S' to ws-leg-state(ws-cy-idx)
           if ws-cy-business-leg(ws-cy-idx) and not ws-business-day
               move 'K' to ws-leg-state(ws-cy-idx)
           end-if
           if ws-cy-period-end-leg(ws-cy-idx)
                   and not ws-period-end-day
               move 'K' to ws-leg-state(ws-cy-idx)
           end-if
           if ws-leg-state(ws-cy-idx) = 'K'
               add 1 to ws-skip-count
           else
               add 1 to ws-sched-count
           end-if.

      * One leg of the chain: call the job, then believe only what
      * RUNCTL.DAT says about it. 'C' for today means the leg is done
      * - whether the call just ran it or it had already completed
      * before the driver started. Anything else stops the chain:
      * 'R' means the job started and died, no row (or a stale one)
      * means its gate refused it. A leg with no RUNCTL gate of its
      * own is done once the call comes back; rerunning one on a
      * restarted driver only reprints its report.
       2000-run-one-job.
           if ws-leg-state(ws-cy-idx) = 'K'
               display "NIGHTCYCLE: " ws-cy-job(ws-cy-idx)
                   " not scheduled tonight, skipped"
           else
               display "NIGHTCYCLE: starting " ws-cy-job(ws-cy-idx)
               move 'N' to ws-call-failed-sw
               call ws-cy-program(ws-cy-idx)
                   on exception
                       set ws-call-failed to true
               end-call
      * CANCEL drops the called program's working storage, so a
      * restarted driver hands every job a fresh state instead of
      * whatever a half-run left behind.
               cancel ws-cy-program(ws-cy-idx)
               if ws-call-failed
                   set ws-chain-stopped to true
                   move ws-cy-idx to ws-stop-idx
                   move "program could not be invoked"
                       to ws-stop-reason
                   display "NIGHTCYCLE: " ws-cy-job(ws-cy-idx) " - "
                       ws-stop-reason ", chain stopped"
               else
               if ws-cy-gated(ws-cy-idx)
                   perform 2050-check-job-outcome
               else
                   move 'C' to ws-leg-state(ws-cy-idx)
                   display "NIGHTCYCLE: " ws-cy-job(ws-cy-idx)
                       " completed"
               end-if
               end-if
           end-if.

       2050-check-job-outcome.
           perform 2100-read-job-status
           if ws-job-found and ws-job-date = ws-today
                   and ws-job-status = 'C'
               move 'C' to ws-leg-state(ws-cy-idx)
               display "NIGHTCYCLE: " ws-cy-job(ws-cy-idx)
                   " completed"
           else
                   end-if
           end-read.

      * One line per job: done, skipped and why, stopped-here, or
      * never reached - so the morning after tells at a glance what
      * tonight was meant to run and how far the night got.
       3000-write-summary.
           open output report-file
           move spaces to report-line
               ws-today delimited by size
               into report-line
           write report-line
           perform 3050-write-calendar-line
           move spaces to report-line
           string "LEGS SCHEDULED: " delimited by size
               ws-sched-count delimited by size
               "  SKIPPED: " delimited by size
               ws-skip-count delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           perform 3100-write-job-line
               varying ws-cy-idx from 1 by 1
               until ws-cy-idx > 12
           move spaces to report-line
           write report-line
           move spaces to report-line
                   ws-stop-reason delimited by size
                   into report-line
           else
               string "CYCLE COMPLETED - ALL SCHEDULED JOBS DONE"
                   delimited by size
                   into report-line
           end-if
           write report-line
           close report-file.

       3050-write-calendar-line.
           move spaces to report-line
           if not ws-cal-found
               string "CALENDAR: NOT ON BUSCAL.DAT - RUN AS A "
                   delimited by size
                   "BUSINESS DAY" delimited by size
                   into report-line
           else
           if ws-period-end-day
               string "CALENDAR: PERIOD-END BUSINESS DAY "
                   delimited by size
                   ws-day-desc delimited by size
                   into report-line
           else
           if ws-business-day
               string "CALENDAR: BUSINESS DAY " delimited by size
                   ws-day-desc delimited by size
                   into report-line
           else
           if ws-holiday
               string "CALENDAR: HOLIDAY " delimited by size
                   ws-day-desc delimited by size
                   into report-line
           else
               string "CALENDAR: WEEKEND " delimited by size
                   ws-day-desc delimited by size
                   into report-line
           end-if
           end-if
           end-if
           end-if
           write report-line.

       3100-write-job-line.
           move spaces to report-line
           if ws-leg-state(ws-cy-idx) = 'K'
               perform 3200-set-skip-reason
               string "  " delimited by size
                   ws-cy-job(ws-cy-idx) delimited by size
                   "  SKIPPED - " delimited by size
                   ws-skip-reason delimited by size
                   into report-line
           else
           if ws-stop-idx > 0 and ws-cy-idx = ws-stop-idx
               string "  " delimited by size
                   ws-cy-job(ws-cy-idx) delimited by size
                   into report-line
           end-if
           end-if
           end-if
           write report-line.

       3200-set-skip-reason.
           if ws-cy-period-end-leg(ws-cy-idx)
               move "not the period-end day" to ws-skip-reason
           else
           if ws-holiday
               move "not a business day (holiday)" to ws-skip-reason
           else
               move "not a business day (weekend)" to ws-skip-reason
           end-if
           end-if.
