      * ALLOCMAINT is the supervisor's maintenance screen for the
      * allocation-rule file, ALLOCRULE.DAT. Shared-service centers
      * such as IT and facilities collect costs all month, and each
      * department's share used to be worked out on paper and keyed
      * as a pair of postings per center. A rule now names the source
      * center once, with up to ten target centers and the percentage
      * each one bears, and ALLOCATE spreads the source's period
      * activity by it. A rule is only filed when it can be trusted
      * without looking again: the percentages add to exactly 100,
      * every center on it is on CCMASTER.DAT and active, no target
      * is keyed twice, and the source is not one of its own targets.
      * A rule no longer wanted is cancelled, not deleted.
       identification division.
       program-id. allocmaint.
       environment division.
       input-output section.
       file-control.
           select allocrule-file assign to "ALLOCRULE.DAT"
               organization is indexed
               access mode is dynamic
               record key is alr-source-center
               file status is ws-alr-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.

       data division.
       file section.
       fd  allocrule-file.
           copy allocrec.

       fd  ccmaster-file.
           copy ccmrec.

       working-storage section.
           01 ws-alr-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-action         pic x value space.
               88 ws-act-add value 'A' 'a'.
               88 ws-act-revise value 'R' 'r'.
               88 ws-act-cancel value 'C' 'c'.
               88 ws-act-quit value 'Q' 'q'.
           01 ws-mnt-source     pic x(6) value spaces.
           01 ws-mnt-desc       pic x(30) value spaces.
           01 ws-mnt-stat       pic x value space.
           01 ws-mnt-targets.
               05 ws-mnt-target occurs 10 times.
                   10 ws-mnt-tgt-center pic x(6).
                   10 ws-mnt-tgt-pct    pic 9(3)v99.
           01 ws-mnt-total      pic 9(4)v99 value 0.
           01 ws-message        pic x(40) value spaces.
           01 ws-rule-ok-switch pic x value 'N'.
               88 ws-rule-ok value 'Y'.
           01 ws-tgt-idx        pic 99.
           01 ws-dup-idx        pic 99.
           01 ws-tgt-count      pic 99.

       screen section.
       01  allocmaint-screen.
           05 blank screen.
           05 line 2 col 10 value "ALLOCATION RULE MAINTENANCE".
           05 line 4 col 10 value "SOURCE CENTER: ".
           05 col plus 1 pic x(6) using ws-mnt-source.
           05 line 5 col 10 value "DESCRIPTION..: ".
           05 col plus 1 pic x(30) using ws-mnt-desc.
           05 line 6 col 10 value "STATUS.......: ".
           05 col plus 1 pic x from ws-mnt-stat.
           05 line 8 col 10 value "TARGET  PERCENT".
           05 line 9 col 10 pic x(6) using ws-mnt-tgt-center(1).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(1).
           05 line 10 col 10 pic x(6) using ws-mnt-tgt-center(2).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(2).
           05 line 11 col 10 pic x(6) using ws-mnt-tgt-center(3).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(3).
           05 line 12 col 10 pic x(6) using ws-mnt-tgt-center(4).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(4).
           05 line 13 col 10 pic x(6) using ws-mnt-tgt-center(5).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(5).
           05 line 14 col 10 pic x(6) using ws-mnt-tgt-center(6).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(6).
           05 line 15 col 10 pic x(6) using ws-mnt-tgt-center(7).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(7).
           05 line 16 col 10 pic x(6) using ws-mnt-tgt-center(8).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(8).
           05 line 17 col 10 pic x(6) using ws-mnt-tgt-center(9).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(9).
           05 line 18 col 10 pic x(6) using ws-mnt-tgt-center(10).
           05 col plus 2 pic zz9.99 using ws-mnt-tgt-pct(10).
           05 line 20 col 10 pic x(40) from ws-message.

       procedure division.
       0000-main.
           open i-o allocrule-file
           if ws-alr-status = "35"
               open output allocrule-file
               close allocrule-file
               open i-o allocrule-file
           end-if
           if ws-alr-status not = "00"
               display "ALLOCMAINT: cannot open ALLOCRULE.DAT, status "
                   ws-alr-status
           else
               open input ccmaster-file
               if ws-ccm-status not = "00"
                   display "ALLOCMAINT: cannot open CCMASTER.DAT, "
                       "status " ws-ccm-status
                   display "ALLOCMAINT: no center validation "
                       "possible, maintenance refused"
               else
                   perform 1000-take-action until ws-act-quit
                   close ccmaster-file
               end-if
               close allocrule-file
           end-if
           stop run.

       1000-take-action.
           display "ACTION (A=ADD R=REVISE C=CANCEL Q=QUIT): "
               with no advancing
           accept ws-action
           if ws-act-add
               perform 2000-add-rule
           else
               if ws-act-revise
                   perform 3000-revise-rule
               else
                   if ws-act-cancel
                       perform 4000-cancel-rule
                   end-if
               end-if
           end-if.

       2000-add-rule.
           move spaces to ws-mnt-source
           move spaces to ws-mnt-desc
           move 'A' to ws-mnt-stat
           perform 2100-clear-target-row
               varying ws-tgt-idx from 1 by 1 until ws-tgt-idx > 10
           move "KEY SOURCE, TARGETS, AND PERCENTAGES" to ws-message
           display allocmaint-screen
           accept allocmaint-screen
           if ws-mnt-source = spaces
               display "SOURCE CENTER REQUIRED, NOTHING ADDED"
           else
               perform 5000-validate-rule
               if ws-rule-ok
                   move ws-mnt-source to alr-source-center
                   perform 6000-move-screen-to-record
                   move 'A' to alr-status
                   write allocrule-record
                       invalid key
                           display "RULE ALREADY ON FILE FOR THAT "
                               "SOURCE, USE REVISE"
                       not invalid key
                           display "ALLOCATION RULE ADDED AS ACTIVE"
                   end-write
               end-if
           end-if.

       2100-clear-target-row.
           move spaces to ws-mnt-tgt-center(ws-tgt-idx)
           move 0 to ws-mnt-tgt-pct(ws-tgt-idx).

      * Revise re-keys the whole target list; the source is the key
      * and stays as fetched, and the status byte is left alone.
       3000-revise-rule.
           perform 4500-fetch-rule
           if ws-alr-status = "00"
               move "KEY THE REVISED TARGETS" to ws-message
               display allocmaint-screen
               accept allocmaint-screen
               move alr-source-center to ws-mnt-source
               perform 5000-validate-rule
               if ws-rule-ok
                   perform 6000-move-screen-to-record
                   rewrite allocrule-record
                       invalid key
                           display "REWRITE FAILED, STATUS "
                               ws-alr-status
                       not invalid key
                           display "ALLOCATION RULE REVISED"
                   end-rewrite
               end-if
           end-if.

       4000-cancel-rule.
           perform 4500-fetch-rule
           if ws-alr-status = "00"
               if alr-cancelled
                   display "RULE IS ALREADY CANCELLED"
               else
                   move 'C' to alr-status
                   rewrite allocrule-record
                       invalid key
                           display "REWRITE FAILED, STATUS "
                               ws-alr-status
                       not invalid key
                           display "RULE CANCELLED, NO FURTHER "
                               "ALLOCATION"
                   end-rewrite
               end-if
           end-if.

       4500-fetch-rule.
           display "SOURCE CENTER: " with no advancing
           accept ws-mnt-source
           move ws-mnt-source to alr-source-center
           read allocrule-file
               invalid key
                   display "NO RULE ON FILE FOR THAT SOURCE"
               not invalid key
                   move alr-description to ws-mnt-desc
                   move alr-status to ws-mnt-stat
                   perform 4600-load-target-row
                       varying ws-tgt-idx from 1 by 1
                       until ws-tgt-idx > 10
           end-read.

       4600-load-target-row.
           if ws-tgt-idx > alr-target-count
               perform 2100-clear-target-row
           else
               move alr-tgt-center(ws-tgt-idx)
                   to ws-mnt-tgt-center(ws-tgt-idx)
               move alr-tgt-pct(ws-tgt-idx)
                   to ws-mnt-tgt-pct(ws-tgt-idx)
           end-if.

      * The source has to be a live center, and so does every target;
      * a target row left blank is simply unused, but a blank one
      * carrying a percentage is a keying slip. The percentages must
      * come to exactly 100 or the run could not net to zero.
       5000-validate-rule.
           set ws-rule-ok to true
           move 0 to ws-mnt-total
           move 0 to ws-tgt-count
           move ws-mnt-source to ccm-cost-center
           read ccmaster-file
               invalid key
                   move 'N' to ws-rule-ok-switch
                   display "SOURCE CENTER NOT ON MASTER, "
                       "NOTHING UPDATED"
               not invalid key
                   if not ccm-active
                       move 'N' to ws-rule-ok-switch
                       display "SOURCE CENTER IS CLOSED, "
                           "NOTHING UPDATED"
                   end-if
           end-read
           perform 5100-check-target-row
               varying ws-tgt-idx from 1 by 1
               until ws-tgt-idx > 10 or not ws-rule-ok
           if ws-rule-ok
               if ws-tgt-count = 0
                   move 'N' to ws-rule-ok-switch
                   display "AT LEAST ONE TARGET REQUIRED, "
                       "NOTHING UPDATED"
               else
                   if ws-mnt-total not = 100
                       move 'N' to ws-rule-ok-switch
                       display "PERCENTAGES DO NOT ADD TO 100, "
                           "NOTHING UPDATED"
                   end-if
               end-if
           end-if.

       5100-check-target-row.
           if ws-mnt-tgt-center(ws-tgt-idx) = spaces
               if ws-mnt-tgt-pct(ws-tgt-idx) not = 0
                   move 'N' to ws-rule-ok-switch
                   display "PERCENTAGE KEYED WITH NO TARGET, "
                       "NOTHING UPDATED"
               end-if
           else
               add 1 to ws-tgt-count
               add ws-mnt-tgt-pct(ws-tgt-idx) to ws-mnt-total
               if ws-mnt-tgt-pct(ws-tgt-idx) = 0
                   move 'N' to ws-rule-ok-switch
                   display "TARGET " ws-mnt-tgt-center(ws-tgt-idx)
                       " HAS NO PERCENTAGE, NOTHING UPDATED"
               else
               if ws-mnt-tgt-center(ws-tgt-idx) = ws-mnt-source
                   move 'N' to ws-rule-ok-switch
                   display "SOURCE CANNOT BE ITS OWN TARGET, "
                       "NOTHING UPDATED"
               else
                   perform 5200-check-duplicate-target
                   if ws-rule-ok
                       perform 5300-check-target-center
                   end-if
               end-if
               end-if
           end-if.

       5200-check-duplicate-target.
           perform varying ws-dup-idx from 1 by 1
                   until ws-dup-idx not < ws-tgt-idx
               if ws-mnt-tgt-center(ws-dup-idx)
                       = ws-mnt-tgt-center(ws-tgt-idx)
                   move 'N' to ws-rule-ok-switch
               end-if
           end-perform
           if not ws-rule-ok
               display "TARGET " ws-mnt-tgt-center(ws-tgt-idx)
                   " KEYED TWICE, NOTHING UPDATED"
           end-if.

       5300-check-target-center.
           move ws-mnt-tgt-center(ws-tgt-idx) to ccm-cost-center
           read ccmaster-file
               invalid key
                   move 'N' to ws-rule-ok-switch
                   display "TARGET " ws-mnt-tgt-center(ws-tgt-idx)
                       " NOT ON MASTER, NOTHING UPDATED"
               not invalid key
                   if not ccm-active
                       move 'N' to ws-rule-ok-switch
                       display "TARGET " ws-mnt-tgt-center(ws-tgt-idx)
                           " IS CLOSED, NOTHING UPDATED"
                   end-if
           end-read.

      * Blank rows are squeezed out so the run can take the targets
      * as the first ALR-TARGET-COUNT slots.
       6000-move-screen-to-record.
           move ws-mnt-desc to alr-description
           move 0 to alr-target-count
           perform 6100-move-target-row
               varying ws-tgt-idx from 1 by 1 until ws-tgt-idx > 10
           perform 6200-clear-record-row
               varying ws-tgt-idx from 1 by 1 until ws-tgt-idx > 10.

       6100-move-target-row.
           if ws-mnt-tgt-center(ws-tgt-idx) not = spaces
               add 1 to alr-target-count
               move ws-mnt-tgt-center(ws-tgt-idx)
                   to alr-tgt-center(alr-target-count)
               move ws-mnt-tgt-pct(ws-tgt-idx)
                   to alr-tgt-pct(alr-target-count)
           end-if.

       6200-clear-record-row.
           if ws-tgt-idx > alr-target-count
               move spaces to alr-tgt-center(ws-tgt-idx)
               move 0 to alr-tgt-pct(ws-tgt-idx)
           end-if.
