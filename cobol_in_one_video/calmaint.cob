      * CALMAINT is the maintenance screen for the business-day
      * calendar, BUSCAL.DAT, that NIGHTCYCLE reads to build each
      * night's chain. G generates a whole month at once - Monday to
      * Friday as business days, Saturday and Sunday as weekend - and
      * leaves alone any day of the month already on file, so a
      * holiday keyed ahead of time survives a regenerate. C changes
      * one day: a bank holiday becomes H, a worked Saturday becomes
      * B. The last business day of each month is flagged as the
      * period end, and that flag is never keyed: every generate and
      * every change recomputes it for the month, so moving a holiday
      * onto the 31st moves the month-end legs back to the 30th
      * without anyone having to remember to.
       identification division.
       program-id. calmaint.
       environment division.
       input-output section.
       file-control.
           select buscal-file assign to "BUSCAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is cal-date
               file status is ws-cal-status.

       data division.
       file section.
       fd  buscal-file.
           copy calrec.

       working-storage section.
           01 ws-cal-status     pic xx.
           01 ws-action         pic x value space.
               88 ws-act-generate value 'G' 'g'.
               88 ws-act-change value 'C' 'c'.
               88 ws-act-quit value 'Q' 'q'.
           01 ws-mnt-date       pic 9(8) value 0.
           01 ws-mnt-type       pic x value space.
           01 ws-mnt-desc       pic x(30) value spaces.
           01 ws-mnt-pend       pic x value space.
           01 ws-message        pic x(40) value spaces.

      * The month being generated or recomputed, and the month after
      * it - the gap between their first days is the month's length.
           01 ws-gen-period     pic 9(6) value 0.
           01 ws-gen-parts redefines ws-gen-period.
               05 ws-gen-year      pic 9(4).
               05 ws-gen-month     pic 99.
           01 ws-next-period    pic 9(6).
           01 ws-next-parts redefines ws-next-period.
               05 ws-next-year     pic 9(4).
               05 ws-next-month    pic 99.
           01 ws-work-date      pic 9(8).
           01 ws-work-parts redefines ws-work-date.
               05 ws-wd-period     pic 9(6).
               05 ws-wd-day        pic 99.
           01 ws-first-day-no   pic 9(8).
           01 ws-next-day-no    pic 9(8).
           01 ws-day-no         pic 9(8).
           01 ws-week-count     pic 9(8).
           01 ws-weekday        pic 9.
           01 ws-days-in-month  pic 99.
           01 ws-day-idx        pic 99.
           01 ws-added-count    pic 99.
           01 ws-last-business  pic 9(8).
           01 ws-old-pend       pic x.
           01 ws-month-switch   pic x value 'N'.
               88 ws-month-done value 'Y'.

       screen section.
       01  calmaint-screen.
           05 blank screen.
           05 line 2 col 10 value "BUSINESS-DAY CALENDAR MAINTENANCE".
           05 line 4 col 10 value "DATE...........: ".
           05 col plus 1 pic 9(8) from ws-mnt-date.
           05 line 5 col 10 value "TYPE (B/H/W)...: ".
           05 col plus 1 pic x using ws-mnt-type.
           05 line 6 col 10 value "DESCRIPTION....: ".
           05 col plus 1 pic x(30) using ws-mnt-desc.
           05 line 7 col 10 value "PERIOD END.....: ".
           05 col plus 1 pic x from ws-mnt-pend.
           05 line 9 col 10 pic x(40) from ws-message.

       procedure division.
       0000-main.
           open i-o buscal-file
           if ws-cal-status = "35"
               open output buscal-file
               close buscal-file
               open i-o buscal-file
           end-if
           if ws-cal-status not = "00"
               display "CALMAINT: cannot open BUSCAL.DAT, status "
                   ws-cal-status
           else
               perform 1000-take-action until ws-act-quit
               close buscal-file
           end-if
           stop run.

       1000-take-action.
           display "ACTION (G=GENERATE MONTH C=CHANGE DAY Q=QUIT): "
               with no advancing
           accept ws-action
           if ws-act-generate
               perform 2000-generate-month
           else
               if ws-act-change
                   perform 3000-change-day
               end-if
           end-if.

       2000-generate-month.
           display "MONTH TO GENERATE (YYYYMM): " with no advancing
           accept ws-gen-period
           if ws-gen-year = 0 or ws-gen-month < 1
                   or ws-gen-month > 12
               display "NOT A VALID MONTH, NOTHING GENERATED"
           else
               perform 2100-count-month-days
               move 0 to ws-added-count
               perform 2200-generate-one-day
                   varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-days-in-month
               perform 5000-set-period-end
               display "MONTH " ws-gen-period ": " ws-added-count
                   " DAYS ADDED, PERIOD END " ws-last-business
           end-if.

      * Day numbers count from 1 January 1601, so the month's length
      * is the first of next month less the first of this one - leap
      * years included without a table.
       2100-count-month-days.
           move ws-gen-period to ws-next-period
           if ws-next-month = 12
               add 1 to ws-next-year
               move 1 to ws-next-month
           else
               add 1 to ws-next-month
           end-if
           move ws-next-period to ws-wd-period
           move 1 to ws-wd-day
           compute ws-next-day-no =
               function integer-of-date(ws-work-date)
           move ws-gen-period to ws-wd-period
           move 1 to ws-wd-day
           compute ws-first-day-no =
               function integer-of-date(ws-work-date)
           compute ws-days-in-month =
               ws-next-day-no - ws-first-day-no.

      * A day already on file is kept exactly as keyed.
       2200-generate-one-day.
           move ws-gen-period to ws-wd-period
           move ws-day-idx to ws-wd-day
           move ws-work-date to cal-date
           read buscal-file
               invalid key
                   perform 2300-write-new-day
           end-read.

      * Day 1 (1 January 1601) was a Monday, so the remainder over
      * seven runs 1 Monday through 5 Friday, 6 Saturday, 0 Sunday.
       2300-write-new-day.
           compute ws-day-no = function integer-of-date(ws-work-date)
           divide ws-day-no by 7 giving ws-week-count
               remainder ws-weekday
           move ws-work-date to cal-date
           move 'N' to cal-period-end
           if ws-weekday = 6 or ws-weekday = 0
               move 'W' to cal-day-type
               move "WEEKEND" to cal-description
           else
               move 'B' to cal-day-type
               move spaces to cal-description
           end-if
           write buscal-record
               invalid key
                   display "WRITE FAILED FOR " ws-work-date
                       ", STATUS " ws-cal-status
               not invalid key
                   add 1 to ws-added-count
           end-write.

       3000-change-day.
           display "DATE (YYYYMMDD): " with no advancing
           accept ws-mnt-date
           move ws-mnt-date to cal-date
           read buscal-file
               invalid key
                   display "DATE NOT ON CALENDAR, GENERATE ITS "
                       "MONTH FIRST"
               not invalid key
                   perform 3100-key-day-change
           end-read.

       3100-key-day-change.
           move cal-day-type to ws-mnt-type
           move cal-description to ws-mnt-desc
           move cal-period-end to ws-mnt-pend
           move "KEY B=BUSINESS H=HOLIDAY W=WEEKEND" to ws-message
           display calmaint-screen
           accept calmaint-screen
           inspect ws-mnt-type converting "bhw" to "BHW"
           move ws-mnt-type to cal-day-type
           if not cal-type-valid
               display "TYPE MUST BE B, H, OR W, NOTHING UPDATED"
           else
               move ws-mnt-desc to cal-description
               rewrite buscal-record
                   invalid key
                       display "REWRITE FAILED, STATUS "
                           ws-cal-status
                   not invalid key
                       display "CALENDAR DAY UPDATED"
               end-rewrite
               move ws-mnt-date to ws-work-date
               move ws-wd-period to ws-gen-period
               perform 5000-set-period-end
               if ws-last-business = 0
                   display "NO BUSINESS DAY LEFT IN " ws-gen-period
                       ", NO PERIOD END FLAGGED"
               else
                   display "PERIOD END FOR " ws-gen-period " IS "
                       ws-last-business
               end-if
           end-if.

      * Two walks of the month: the first finds its last business
      * day, the second moves the flag onto that day and off every
      * other, rewriting only the rows that actually change.
       5000-set-period-end.
           move 0 to ws-last-business
           perform 5100-start-month
           perform 5200-find-last-business until ws-month-done
           perform 5100-start-month
           perform 5300-mark-one-day until ws-month-done.

       5100-start-month.
           move 'N' to ws-month-switch
           move ws-gen-period to ws-wd-period
           move 1 to ws-wd-day
           move ws-work-date to cal-date
           start buscal-file key is not less than cal-date
               invalid key
                   set ws-month-done to true
           end-start.

       5200-find-last-business.
           read buscal-file next record
               at end
                   set ws-month-done to true
               not at end
                   move cal-date to ws-work-date
                   if ws-wd-period not = ws-gen-period
                       set ws-month-done to true
                   else
                       if cal-business
                           move cal-date to ws-last-business
                       end-if
                   end-if
           end-read.

       5300-mark-one-day.
           read buscal-file next record
               at end
                   set ws-month-done to true
               not at end
                   move cal-date to ws-work-date
                   if ws-wd-period not = ws-gen-period
                       set ws-month-done to true
                   else
                       perform 5400-flag-one-day
                   end-if
           end-read.

       5400-flag-one-day.
           move cal-period-end to ws-old-pend
           if cal-date = ws-last-business
               move 'Y' to cal-period-end
           else
               move 'N' to cal-period-end
           end-if
           if cal-period-end not = ws-old-pend
               rewrite buscal-record
                   invalid key
                       display "REWRITE FAILED FOR " cal-date
                           ", STATUS " ws-cal-status
               end-rewrite
           end-if.
