      * adjustment - and rewrites the updated balance back by key, so
      * month-end close has a persistent total instead of recomputing
      * everything from scratch every time.
      * A posting bigger than its center's approval limit, or one that
      * would take the center's month-to-date actual past its budget
      * for the month, is not applied: it is held on HELDPOST.DAT for a
      * supervisor to approve or reject through HOLDMAINT, and an
      * approved one comes back through here on a later run.
       identification division.
       program-id. ledgerpost.
       environment division.
               access mode is dynamic
               record key is ref-key
               file status is ws-ref-status.
      * The month's budget per center, maintained through BUDMAINT -
      * the over-budget hold tests against it. No budget file, or no
      * budget for the center and month, means no budget to exceed.
           select budget-file assign to "BUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is bud-key
               file status is ws-bud-status.
      * Postings diverted for approval rather than applied.
           select held-file assign to "HELDPOST.DAT"
               organization is line sequential
               file status is ws-held-status.

       data division.
       file section.
      * 'N' until repaired and resubmitted through EXCREPAIR.
           05 pexc-resolved        pic x.
           05 pexc-run-date        pic 9(8).
      * The rejected posting's PST-REFERENCE, so a reference can be
      * traced to the reject that stopped it. Rows written before it
      * was carried read back blank.
           05 pexc-reference       pic x(16).

       fd  period-control-file.
       01  period-control-record.
           05 ckpt-last-rec-num    pic 9(8).

       fd  ledgerref-file.
           copy refrec.

       fd  budget-file.
           copy budrec.

       fd  held-file.
           copy heldrec.

       working-storage section.
           01 ws-eof-switch     pic x value 'N'.
           01 ws-ref-status     pic xx.
           01 ws-dup-switch     pic x value 'N'.
               88 ws-is-duplicate value 'Y'.
      * Set when the posting's reference was approved through
      * HOLDMAINT - it goes straight through the hold tests.
           01 ws-release-switch pic x value 'N'.
               88 ws-approved-release value 'Y'.
      * Approval-hold working fields.
           01 ws-bud-status     pic xx.
           01 ws-bud-switch     pic x value 'N'.
               88 ws-bud-open value 'Y'.
           01 ws-held-status    pic xx.
           01 ws-hold-switch    pic x value 'N'.
               88 ws-must-hold value 'Y'.
           01 ws-hold-code      pic x.
           01 ws-hold-reason    pic x(40).
           01 ws-held-count     pic 9(8) value 0.
      * What the posting would move the balance by - the amount for a
      * posting, the amount backed out for a reversal, the distance
      * from the current balance for an adjustment.
           01 ws-movement       pic s9(6)v99.
           01 ws-abs-movement   pic 9(6)v99.
           01 ws-mtd-after      pic s9(8)v99.
      * A held posting that arrived with no reference is stamped one,
      * "HQ" plus the run date (yymmdd) plus its full eight-digit
      * LEDGERIN.DAT record number, so it can be tracked on
      * LEDGERREF.DAT and released by it.
           01 ws-hold-ref.
               05 filler           pic x(2) value "HQ".
               05 ws-hq-date       pic 9(6).
               05 ws-hq-rec-num    pic 9(8).
      * Month-to-date actual per center - what each balance has moved
      * by this month, the same measure BUDVAR reports - loaded off
      * the live history at start and kept current as postings apply.
      * The masters in this shop run well under the 500 slots.
           01 ws-mtd-count      pic 9(3) value 0.
           01 ws-mtd-table.
               05 ws-mtd-entry occurs 500 times.
                   10 ws-mtd-center   pic x(6).
                   10 ws-mtd-actual   pic s9(7)v99.
           01 ws-mtd-idx        pic 9(3).
           01 ws-mtd-found      pic 9(3).
           01 ws-mtd-center-key pic x(6).
           01 ws-mtd-amount     pic s9(7)v99.
      * Checkpoint/restart working fields. Unlike DAILYSUM, the
      * interval defaults to 1 - a checkpoint after every posting -
      * because a replayed posting here is not a visible duplicate
               close ledger-file
               open i-o ledger-file
           end-if
           perform 1020-load-month-to-date
           open extend history-file
           if ws-hist-status not = "00"
               open output history-file
               display "LEDGERPOST: cost-center master not "
                   "available, all postings will reject"
           end-if
           open input budget-file
           if ws-bud-status = "00"
               set ws-bud-open to true
           end-if
           perform 1050-load-period-control
           perform 1100-load-last-checkpoint
           perform 2100-read-posting
           perform 1200-skip-completed-records.

      * The live history holds exactly the open period's lines; the
      * ones dated this month are what each center has actually moved
      * by so far, which the over-budget hold measures against.
       1020-load-month-to-date.
           open input history-file
           if ws-hist-status not = "00"
               set ws-eof to true
           end-if
           perform 1030-load-one-history-line until ws-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if
           move 'N' to ws-eof-switch.

       1030-load-one-history-line.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   if hst-post-date(1:6) = ws-today-month
                       move hst-cost-center to ws-mtd-center-key
                       compute ws-mtd-amount =
                           hst-new-balance - hst-prior-balance
                       perform 2197-add-to-month-to-date
                   end-if
           end-read.

      * Read back the last posting number a prior run applied, if
      * any, so this run resumes right after it instead of from
      * posting 1. The same guards DAILYSUM's checkpoint carries: an
                       move "REFERENCE" to ws-bad-field
                       move "reference already posted to this center"
                           to ws-bad-reason
                       if ref-held
                           move "reference already held for approval"
                               to ws-bad-reason
                       end-if
                       perform 1600-write-exception
                   else
                       perform 2150-check-master
                       if ws-center-ok
                           perform 2180-check-hold
                           if ws-must-hold
                               perform 2190-hold-posting
                           else
                               perform 2200-apply-transaction
                           end-if
                       else
                           move "CENTER" to ws-bad-field
                           perform 1600-write-exception
      * rejects instead of posting again. A blank reference is a
      * record from before the field existed (or hand-keyed without a
      * document number): nothing to check against, posts as always.
      * A reference held for approval is a duplicate too - the same
      * posting is never queued twice - while one a supervisor has
      * approved is the held posting coming back, and goes through.
       2170-check-duplicate.
           move 'N' to ws-dup-switch
           move 'N' to ws-release-switch
           if pst-reference not = spaces
               move pst-cost-center to ref-cost-center
               move pst-reference to ref-reference
                   invalid key
                       continue
                   not invalid key
                       if ref-approved
                           set ws-approved-release to true
                       else
                           set ws-is-duplicate to true
                       end-if
               end-read
           end-if.

      * A posting is held rather than applied when what it would move
      * the balance by, either way, is over the center's approval
      * limit (zero is no limit), or when it would add to the center's
      * spend and take the month-to-date actual past the month's
      * budget. A credit never trips the budget test - it only brings
      * the center back toward budget.
       2180-check-hold.
           move 'N' to ws-hold-switch
           if not ws-approved-release
               move pst-cost-center to ldg-cost-center
               read ledger-file
                   invalid key
                       move 0 to ldg-balance
               end-read
               if pst-type-reversal
                   compute ws-movement = 0 - pst-amount
               else
                   if pst-type-adjustment
                       compute ws-movement = pst-amount - ldg-balance
                   else
                       move pst-amount to ws-movement
                   end-if
               end-if
               if ws-movement < 0
                   compute ws-abs-movement = 0 - ws-movement
               else
                   move ws-movement to ws-abs-movement
               end-if
               if ccm-approval-limit is numeric
                       and ccm-approval-limit > 0
                       and ws-abs-movement > ccm-approval-limit
                   set ws-must-hold to true
                   move 'L' to ws-hold-code
                   move "over the center's approval limit"
                       to ws-hold-reason
               else
                   if ws-movement > 0 and ws-bud-open
                       perform 2185-check-budget
                   end-if
               end-if
           end-if.

       2185-check-budget.
           move pst-cost-center to bud-cost-center
           move ws-today-month to bud-period
           read budget-file
               invalid key
                   continue
               not invalid key
                   move pst-cost-center to ws-mtd-center-key
                   perform 2196-find-month-to-date
                   if ws-mtd-found > 0
                       compute ws-mtd-after =
                           ws-mtd-actual(ws-mtd-found) + ws-movement
                   else
                       move ws-movement to ws-mtd-after
                   end-if
                   if ws-mtd-after > bud-amount
                       set ws-must-hold to true
                       move 'B' to ws-hold-code
                       move "takes month-to-date actual past budget"
                           to ws-hold-reason
                   end-if
           end-read.

      * The held posting goes on HELDPOST.DAT exactly as it arrived,
      * and its reference onto LEDGERREF.DAT marked held, so the same
      * posting turning up again is a duplicate, not a second hold.
       2190-hold-posting.
           if pst-reference = spaces
               move ws-today(3:6) to ws-hq-date
               move ws-rec-count to ws-hq-rec-num
               move ws-hold-ref to pst-reference
           end-if
           move pst-cost-center to hld-cost-center
           move pst-amount to hld-amount
           move pst-trans-type to hld-trans-type
           move pst-reference to hld-reference
           move ws-hold-code to hld-hold-code
           move ws-hold-reason to hld-reason
           move ws-today to hld-hold-date
           move 'H' to hld-status
           move spaces to hld-approver
           move 0 to hld-action-date
           open extend held-file
           if ws-held-status not = "00"
               open output held-file
               close held-file
               open extend held-file
           end-if
           write held-record
           close held-file
           move pst-cost-center to ref-cost-center
           move pst-reference to ref-reference
           move ws-today to ref-post-date
           move 'H' to ref-status
           move spaces to ref-approver
           move 0 to ref-approve-date
           write ledgerref-record
               invalid key
                   continue
           end-write
           add 1 to ws-held-count.

       2196-find-month-to-date.
           move 0 to ws-mtd-found
           perform varying ws-mtd-idx from 1 by 1
                   until ws-mtd-idx > ws-mtd-count
               if ws-mtd-center(ws-mtd-idx) = ws-mtd-center-key
                   move ws-mtd-idx to ws-mtd-found
               end-if
           end-perform.

       2197-add-to-month-to-date.
           perform 2196-find-month-to-date
           if ws-mtd-found = 0
               if ws-mtd-count < 500
                   add 1 to ws-mtd-count
                   move ws-mtd-count to ws-mtd-found
                   move ws-mtd-center-key
                       to ws-mtd-center(ws-mtd-found)
                   move 0 to ws-mtd-actual(ws-mtd-found)
               end-if
           end-if
           if ws-mtd-found > 0
               add ws-mtd-amount to ws-mtd-actual(ws-mtd-found)
           end-if.

       1300-checkpoint-if-due.
           divide ws-rec-count by ws-ckpt-interval
               giving ws-ckpt-quotient
               if ws-update-ok
                   perform 1700-write-history
                   perform 1800-record-reference
                   move pst-cost-center to ws-mtd-center-key
                   compute ws-mtd-amount =
                       ldg-balance - ws-prior-balance
                   perform 2197-add-to-month-to-date
                   add 1 to ws-applied-count
               end-if
           else
      * Only once the balance actually took the posting does its
      * reference go on the applied file - a rejected posting's
      * reference stays unused so the repaired resubmit is not
      * mistaken for a duplicate. An approved release already has its
      * row: it is marked posted, keeping the approver and the date.
       1800-record-reference.
           if pst-reference not = spaces
               move pst-cost-center to ref-cost-center
               move pst-reference to ref-reference
               if ws-approved-release
                   read ledgerref-file
                       invalid key
                           continue
                       not invalid key
                           move ws-today to ref-post-date
                           move 'P' to ref-status
                           rewrite ledgerref-record
                               invalid key
                                   continue
                           end-rewrite
                   end-read
               else
                   move ws-today to ref-post-date
                   move 'P' to ref-status
                   move spaces to ref-approver
                   move 0 to ref-approve-date
                   write ledgerref-record
                       invalid key
                           continue
                   end-write
               end-if
           end-if.

       1600-write-exception.
           move ws-bad-reason to pexc-reason
           move 'N' to pexc-resolved
           move ws-today to pexc-run-date
           move pst-reference to pexc-reference
           open extend posting-exception-file
           if ws-exc-status not = "00"
               open output posting-exception-file
           end-if
           close ledgerref-file
           close ledger-file
           if ws-bud-open
               close budget-file
           end-if
           if ws-held-count > 0
               display "LEDGERPOST: " ws-held-count
                   " postings held for approval on HELDPOST.DAT"
           end-if
           call 'runend' using ws-my-name, ws-today,
               ws-rec-count, ws-applied-count.
