      * STNDMAINT is the supervisor's maintenance screen for the
      * standing-entry master, STANDING.DAT - the third of the master
      * screens after CCMAINT and BUDMAINT. About a third of what used
      * to be keyed onto LEDGERIN.DAT every month was the same entry
      * each time: rent, service charges, fixed chargebacks to the
      * same centers for the same amounts. Each of those is now keyed
      * once here - center, signed amount, transaction type, how
      * often it falls due, the periods it runs between - and STNDGEN
      * writes it onto LEDGERIN.DAT whenever it is due. An entry can
      * only be set up for an active center on CCMASTER.DAT - the same
      * no-phantom-centers rule LEDGERPOST enforces on postings. An
      * entry that is no longer wanted is cancelled, not deleted, so
      * the references it already generated still trace back to it.
       identification division.
       program-id. stndmaint.
       environment division.
       input-output section.
       file-control.
           select standing-file assign to "STANDING.DAT"
               organization is indexed
               access mode is dynamic
               record key is stn-entry-id
               file status is ws-stn-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.

       data division.
       file section.
       fd  standing-file.
           copy stndrec.

       fd  ccmaster-file.
           copy ccmrec.

       working-storage section.
           01 ws-stn-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-action         pic x value space.
               88 ws-act-add value 'A' 'a'.
               88 ws-act-revise value 'R' 'r'.
               88 ws-act-cancel value 'C' 'c'.
               88 ws-act-quit value 'Q' 'q'.
           01 ws-mnt-entry      pic x(6) value spaces.
           01 ws-mnt-center     pic x(6) value spaces.
           01 ws-mnt-amount     pic s9(5)v99 value 0.
           01 ws-mnt-type       pic x value space.
           01 ws-mnt-freq       pic x value space.
           01 ws-mnt-start      pic 9(6) value 0.
           01 ws-mnt-end        pic 9(6) value 0.
           01 ws-mnt-desc       pic x(30) value spaces.
           01 ws-mnt-stat       pic x value space.
           01 ws-message        pic x(40) value spaces.
           01 ws-entry-ok-switch pic x value 'N'.
               88 ws-entry-ok value 'Y'.
           01 ws-period-check   pic 9(6).
           01 ws-period-parts redefines ws-period-check.
               05 ws-chk-year      pic 9(4).
               05 ws-chk-month     pic 99.

       screen section.
       01  stndmaint-screen.
           05 blank screen.
           05 line 2 col 10 value "STANDING-ENTRY MASTER MAINTENANCE".
           05 line 4 col 10 value "ENTRY ID.......: ".
           05 col plus 1 pic x(6) using ws-mnt-entry.
           05 line 5 col 10 value "COST CENTER....: ".
           05 col plus 1 pic x(6) using ws-mnt-center.
           05 line 6 col 10 value "AMOUNT.........: ".
           05 col plus 1 pic +9(5).99 using ws-mnt-amount.
           05 line 7 col 10 value "TYPE (P/R/A)...: ".
           05 col plus 1 pic x using ws-mnt-type.
           05 line 8 col 10 value "FREQ (M/Q/O)...: ".
           05 col plus 1 pic x using ws-mnt-freq.
           05 line 9 col 10 value "START (YYYYMM).: ".
           05 col plus 1 pic 9(6) using ws-mnt-start.
           05 line 10 col 10 value "END (0 = OPEN).: ".
           05 col plus 1 pic 9(6) using ws-mnt-end.
           05 line 11 col 10 value "DESCRIPTION....: ".
           05 col plus 1 pic x(30) using ws-mnt-desc.
           05 line 12 col 10 value "STATUS.........: ".
           05 col plus 1 pic x from ws-mnt-stat.
           05 line 14 col 10 pic x(40) from ws-message.

       procedure division.
       0000-main.
           open i-o standing-file
           if ws-stn-status = "35"
               open output standing-file
               close standing-file
               open i-o standing-file
           end-if
           if ws-stn-status not = "00"
               display "STNDMAINT: cannot open STANDING.DAT, status "
                   ws-stn-status
           else
               open input ccmaster-file
               if ws-ccm-status not = "00"
                   display "STNDMAINT: cannot open CCMASTER.DAT, "
                       "status " ws-ccm-status
                   display "STNDMAINT: no center validation possible, "
                       "maintenance refused"
               else
                   perform 1000-take-action until ws-act-quit
                   close ccmaster-file
               end-if
               close standing-file
           end-if
           stop run.

       1000-take-action.
           display "ACTION (A=ADD R=REVISE C=CANCEL Q=QUIT): "
               with no advancing
           accept ws-action
           if ws-act-add
               perform 2000-add-entry
           else
               if ws-act-revise
                   perform 3000-revise-entry
               else
                   if ws-act-cancel
                       perform 4000-cancel-entry
                   end-if
               end-if
           end-if.

       2000-add-entry.
           move spaces to ws-mnt-entry
           move spaces to ws-mnt-center
           move 0 to ws-mnt-amount
           move 'P' to ws-mnt-type
           move 'M' to ws-mnt-freq
           move 0 to ws-mnt-start
           move 0 to ws-mnt-end
           move spaces to ws-mnt-desc
           move 'A' to ws-mnt-stat
           move "KEY THE NEW STANDING ENTRY" to ws-message
           display stndmaint-screen
           accept stndmaint-screen
           if ws-mnt-entry = spaces
               display "ENTRY ID REQUIRED, NOTHING ADDED"
           else
               perform 5000-validate-entry
               if ws-entry-ok
                   move ws-mnt-entry to stn-entry-id
                   perform 6000-move-screen-to-record
                   move 'A' to stn-status
                   write standing-record
                       invalid key
                           display "ENTRY ALREADY ON FILE, "
                               "USE REVISE"
                       not invalid key
                           display "STANDING ENTRY ADDED AS ACTIVE"
                   end-write
               end-if
           end-if.

      * Revise keeps the status byte - a cancelled entry can be
      * corrected for the record without quietly generating again.
       3000-revise-entry.
           perform 4500-fetch-entry
           if ws-stn-status = "00"
               move "KEY THE REVISED ENTRY" to ws-message
               display stndmaint-screen
               accept stndmaint-screen
               move stn-entry-id to ws-mnt-entry
               perform 5000-validate-entry
               if ws-entry-ok
                   perform 6000-move-screen-to-record
                   rewrite standing-record
                       invalid key
                           display "REWRITE FAILED, STATUS "
                               ws-stn-status
                       not invalid key
                           display "STANDING ENTRY REVISED"
                   end-rewrite
               end-if
           end-if.

       4000-cancel-entry.
           perform 4500-fetch-entry
           if ws-stn-status = "00"
               if stn-cancelled
                   display "ENTRY IS ALREADY CANCELLED"
               else
                   move 'C' to stn-status
                   rewrite standing-record
                       invalid key
                           display "REWRITE FAILED, STATUS "
                               ws-stn-status
                       not invalid key
                           display "ENTRY CANCELLED, NO FURTHER "
                               "GENERATION"
                   end-rewrite
               end-if
           end-if.

       4500-fetch-entry.
           display "ENTRY ID: " with no advancing
           accept ws-mnt-entry
           move ws-mnt-entry to stn-entry-id
           read standing-file
               invalid key
                   display "ENTRY NOT ON FILE"
               not invalid key
                   move stn-cost-center to ws-mnt-center
                   move stn-amount to ws-mnt-amount
                   move stn-trans-type to ws-mnt-type
                   move stn-frequency to ws-mnt-freq
                   move stn-start-period to ws-mnt-start
                   move stn-end-period to ws-mnt-end
                   move stn-description to ws-mnt-desc
                   move stn-status to ws-mnt-stat
           end-read.

      * Everything STNDGEN will trust without looking again: a center
      * that can take postings, a transaction type LEDGERPOST knows,
      * a frequency, and a start period that is a real month with
      * the end period (if any) no earlier than it.
       5000-validate-entry.
           set ws-entry-ok to true
           inspect ws-mnt-type converting "pra" to "PRA"
           inspect ws-mnt-freq converting "mqo" to "MQO"
           move ws-mnt-type to stn-trans-type
           move ws-mnt-freq to stn-frequency
           move ws-mnt-start to ws-period-check
           if not stn-type-valid
               move 'N' to ws-entry-ok-switch
               display "TYPE MUST BE P, R, OR A, NOTHING UPDATED"
           else
           if not stn-freq-valid
               move 'N' to ws-entry-ok-switch
               display "FREQUENCY MUST BE M, Q, OR O, "
                   "NOTHING UPDATED"
           else
           if ws-chk-year = 0 or ws-chk-month < 1
                   or ws-chk-month > 12
               move 'N' to ws-entry-ok-switch
               display "START PERIOD IS NOT A VALID MONTH, "
                   "NOTHING UPDATED"
           else
               perform 5100-check-end-period
           end-if
           end-if
           end-if
           if ws-entry-ok
               perform 5200-check-center
           end-if.

       5100-check-end-period.
           if ws-mnt-end not = 0
               move ws-mnt-end to ws-period-check
               if ws-chk-year = 0 or ws-chk-month < 1
                       or ws-chk-month > 12
                   move 'N' to ws-entry-ok-switch
                   display "END PERIOD IS NOT A VALID MONTH, "
                       "NOTHING UPDATED"
               else
                   if ws-mnt-end < ws-mnt-start
                       move 'N' to ws-entry-ok-switch
                       display "END PERIOD IS BEFORE START, "
                           "NOTHING UPDATED"
                   end-if
               end-if
           end-if.

      * A standing entry for a center nobody can post to would only
      * turn into a LEDGERPOST.EXC reject every month - the center
      * has to be on the master and open first.
       5200-check-center.
           move ws-mnt-center to ccm-cost-center
           read ccmaster-file
               invalid key
                   move 'N' to ws-entry-ok-switch
                   display "CENTER NOT ON MASTER, NOTHING UPDATED"
               not invalid key
                   if not ccm-active
                       move 'N' to ws-entry-ok-switch
                       display "CENTER IS CLOSED, NOTHING UPDATED"
                   end-if
           end-read.

       6000-move-screen-to-record.
           move ws-mnt-center to stn-cost-center
           move ws-mnt-amount to stn-amount
           move ws-mnt-type to stn-trans-type
           move ws-mnt-freq to stn-frequency
           move ws-mnt-start to stn-start-period
           move ws-mnt-end to stn-end-period
           move ws-mnt-desc to stn-description.
