      * HOLDMAINT is the supervisor's screen for the postings
      * LEDGERPOST held instead of applying - the ones over their
      * center's approval limit, and the ones that would take the
      * center past its budget for the month. The supervisor signs on
      * with an id, the program walks every posting still waiting on
      * HELDPOST.DAT (optionally narrowed to one cost-center), and
      * shows each one with its center's budget position for the
      * month: the budget, what the center has actually moved by so
      * far, and where the posting would leave it. An approved posting
      * goes back onto LEDGERIN.DAT exactly as it arrived, for the
      * next LEDGERPOST run, and its LEDGERREF.DAT row is marked
      * approved with the supervisor's id and the date - which is what
      * lets it through the hold that stopped it. A rejected posting's
      * reference is taken off LEDGERREF.DAT, so a corrected posting
      * can come through under the same document number. Either way
      * the held row keeps who decided and when.
       identification division.
       program-id. holdmaint.
       environment division.
       input-output section.
       file-control.
           select held-file assign to "HELDPOST.DAT"
               organization is line sequential
               file status is ws-held-status.
           select posting-file assign to "LEDGERIN.DAT"
               organization is line sequential
               file status is ws-pst-status.
           select ledgerref-file assign to "LEDGERREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is ref-key
               file status is ws-ref-status.
           select ccmaster-file assign to "CCMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ccm-cost-center
               file status is ws-ccm-status.
           select budget-file assign to "BUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is bud-key
               file status is ws-bud-status.
           select ledger-file assign to "LEDGER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ldg-cost-center
               file status is ws-ledger-status.
      * The live history holds exactly the open period's lines - the
      * month-to-date actual is read off it.
           select history-file assign to "LEDGERHIST.DAT"
               organization is line sequential
               file status is ws-hist-status.

       data division.
       file section.
       fd  held-file.
           copy heldrec.

       fd  posting-file.
           copy postrec.

       fd  ledgerref-file.
           copy refrec.

       fd  ccmaster-file.
           copy ccmrec.

       fd  budget-file.
           copy budrec.

       fd  ledger-file.
           copy ledgrec.

       fd  history-file.
           copy ledghist.

       working-storage section.
           01 ws-held-status    pic xx.
           01 ws-pst-status     pic xx.
           01 ws-ref-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-bud-status     pic xx.
           01 ws-ledger-status  pic xx.
           01 ws-hist-status    pic xx.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-ref-switch     pic x value 'N'.
               88 ws-ref-open value 'Y'.
           01 ws-still-held-switch pic x value 'N'.
               88 ws-still-held value 'Y'.
           01 ws-ccm-switch     pic x value 'N'.
               88 ws-ccm-open value 'Y'.
           01 ws-bud-switch     pic x value 'N'.
               88 ws-bud-open value 'Y'.
           01 ws-ledger-switch  pic x value 'N'.
               88 ws-ledger-open value 'Y'.
           01 ws-today          pic 9(8).
           01 ws-today-split redefines ws-today.
               05 ws-today-month   pic 9(6).
               05 filler           pic 9(2).
           01 ws-supervisor     pic x(8) value spaces.
           01 ws-center-filter  pic x(6) value spaces.
           01 ws-action         pic x value space.
               88 ws-act-approve value 'A' 'a'.
               88 ws-act-reject value 'X' 'x'.
               88 ws-act-skip value 'S' 's'.
               88 ws-act-quit value 'Q' 'q'.
           01 ws-waiting-count  pic 9(4) value 0.
           01 ws-approved-count pic 9(4) value 0.
           01 ws-rejected-count pic 9(4) value 0.
      * Set when HELDPOST.DAT holds more rows than the table can
      * take. The session is refused then: the rewrite replaces the
      * file wholesale, so working a partial table would silently
      * delete every row that did not fit - EXCREPAIR's rule.
           01 ws-ovfl-switch    pic x value 'N'.
               88 ws-held-overflow value 'Y'.

      * HELDPOST.DAT is pulled whole into this table, worked on in
      * place, then written back - the way EXCREPAIR works an
      * exception file. Each row is the held record as it stands.
           01 ws-held-count     pic 9(4) value 0.
           01 ws-held-table.
               05 ws-held-entry occurs 9999 times.
                   10 ws-hd-record    pic x(97).
           01 ws-held-idx       pic 9(4).

      * Month-to-date actual per center - what each balance has moved
      * by this month, the measure LEDGERPOST's budget hold uses.
      * The masters in this shop run well under the 500 slots.
           01 ws-mtd-count      pic 9(3) value 0.
           01 ws-mtd-table.
               05 ws-mtd-entry occurs 500 times.
                   10 ws-mtd-center   pic x(6).
                   10 ws-mtd-actual   pic s9(7)v99.
           01 ws-mtd-idx        pic 9(3).
           01 ws-mtd-found      pic 9(3).

      * The held posting and its center's position, as shown.
           01 ws-sh-center      pic x(6).
           01 ws-sh-desc        pic x(30).
           01 ws-sh-amount      pic s9(5)v99.
           01 ws-sh-type        pic x.
           01 ws-sh-ref         pic x(16).
           01 ws-sh-held-date   pic 9(8).
           01 ws-sh-reason      pic x(40).
           01 ws-sh-limit       pic 9(5)v99.
           01 ws-sh-budget      pic s9(5)v99.
           01 ws-sh-budget-note pic x(20).
           01 ws-sh-actual      pic s9(7)v99.
           01 ws-sh-after       pic s9(8)v99.
           01 ws-movement       pic s9(6)v99.
           01 ws-message        pic x(40) value spaces.

       screen section.
       01  holdmaint-screen.
           05 blank screen.
           05 line 2 col 10 value "HELD POSTING APPROVAL".
           05 line 4 col 10 value "COST CENTER....: ".
           05 col plus 1 pic x(6) from ws-sh-center.
           05 col plus 2 pic x(30) from ws-sh-desc.
           05 line 5 col 10 value "AMOUNT.........: ".
           05 col plus 1 pic +9(5).99 from ws-sh-amount.
           05 col plus 3 value "TYPE: ".
           05 col plus 1 pic x from ws-sh-type.
           05 line 6 col 10 value "REFERENCE......: ".
           05 col plus 1 pic x(16) from ws-sh-ref.
           05 line 7 col 10 value "HELD ON........: ".
           05 col plus 1 pic 9(8) from ws-sh-held-date.
           05 line 8 col 10 value "HELD BECAUSE...: ".
           05 col plus 1 pic x(40) from ws-sh-reason.
           05 line 9 col 10 value "APPROVAL LIMIT.: ".
           05 col plus 1 pic zzzz9.99 from ws-sh-limit.
           05 line 11 col 10 value "BUDGET POSITION FOR ".
           05 col plus 1 pic 9(6) from ws-today-month.
           05 line 12 col 10 value "BUDGET.........: ".
           05 col plus 1 pic +9(5).99 from ws-sh-budget.
           05 col plus 2 pic x(20) from ws-sh-budget-note.
           05 line 13 col 10 value "ACTUAL TO DATE.: ".
           05 col plus 1 pic +9(7).99 from ws-sh-actual.
           05 line 14 col 10 value "AFTER POSTING..: ".
           05 col plus 1 pic +9(8).99 from ws-sh-after.
           05 line 16 col 10 pic x(40) from ws-message.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           display "SUPERVISOR ID: " with no advancing
           accept ws-supervisor
           if ws-supervisor = spaces
               display "HOLDMAINT: supervisor id required, "
                   "session refused"
           else
               perform 1000-initialize
               if ws-held-overflow
                   display "HOLDMAINT: more held postings on file "
                       "than one session can hold - session refused "
                       "so none are lost"
               else
               if ws-held-count = 0
                   display "NO HELD POSTINGS ON FILE"
               else
               if not ws-ref-open
                   display "HOLDMAINT: cannot open LEDGERREF.DAT, "
                       "status " ws-ref-status
               else
                   display "CENTER TO WORK (BLANK FOR ALL): "
                       with no advancing
                   accept ws-center-filter
                   perform 2000-work-one-posting
                       varying ws-held-idx from 1 by 1
                       until ws-held-idx > ws-held-count
                           or ws-act-quit
                   if ws-approved-count > 0 or ws-rejected-count > 0
                       perform 3000-rewrite-held
                   end-if
                   display "HELD POSTINGS SHOWN: " ws-waiting-count
                       "  APPROVED: " ws-approved-count
                       "  REJECTED: " ws-rejected-count
               end-if
               end-if
               end-if
               perform 5000-terminate
           end-if
           stop run.

       1000-initialize.
           perform 1100-load-held
           perform 1200-load-month-to-date
           open i-o ledgerref-file
           if ws-ref-status = "00"
               set ws-ref-open to true
           end-if
           open input ccmaster-file
           if ws-ccm-status = "00"
               set ws-ccm-open to true
           end-if
           open input budget-file
           if ws-bud-status = "00"
               set ws-bud-open to true
           end-if
           open input ledger-file
           if ws-ledger-status = "00"
               set ws-ledger-open to true
           end-if.

       1100-load-held.
           move 'N' to ws-eof-switch
           open input held-file
           if ws-held-status not = "00"
               set ws-eof to true
           end-if
           perform 1110-store-one-held until ws-eof
           if ws-held-status = "00" or ws-held-status = "10"
               close held-file
           end-if.

       1110-store-one-held.
           read held-file
               at end
                   set ws-eof to true
               not at end
                   if ws-held-count < 9999
                       add 1 to ws-held-count
                       move held-record to ws-hd-record(ws-held-count)
                   else
                       set ws-held-overflow to true
                   end-if
           end-read.

      * Same measure BUDVAR reports and LEDGERPOST holds against: the
      * sum of new balance less prior over the month's history lines.
       1200-load-month-to-date.
           move 'N' to ws-eof-switch
           open input history-file
           if ws-hist-status not = "00"
               set ws-eof to true
           end-if
           perform 1210-tally-one-line until ws-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if.

       1210-tally-one-line.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   if hst-post-date(1:6) = ws-today-month
                       move hst-cost-center to ws-sh-center
                       perform 1300-find-month-to-date
                       if ws-mtd-found = 0 and ws-mtd-count < 500
                           add 1 to ws-mtd-count
                           move ws-mtd-count to ws-mtd-found
                           move hst-cost-center
                               to ws-mtd-center(ws-mtd-found)
                           move 0 to ws-mtd-actual(ws-mtd-found)
                       end-if
                       if ws-mtd-found > 0
                           compute ws-mtd-actual(ws-mtd-found) =
                               ws-mtd-actual(ws-mtd-found)
                               + hst-new-balance - hst-prior-balance
                       end-if
                   end-if
           end-read.

       1300-find-month-to-date.
           move 0 to ws-mtd-found
           perform varying ws-mtd-idx from 1 by 1
                   until ws-mtd-idx > ws-mtd-count
               if ws-mtd-center(ws-mtd-idx) = ws-sh-center
                   move ws-mtd-idx to ws-mtd-found
               end-if
           end-perform.

       2000-work-one-posting.
           move ws-hd-record(ws-held-idx) to held-record
           if hld-waiting
                   and (ws-center-filter = spaces
                       or ws-center-filter = hld-cost-center)
               add 1 to ws-waiting-count
               perform 2100-show-position
               display holdmaint-screen
               display "A=APPROVE X=REJECT S=SKIP Q=QUIT: "
                   with no advancing
               accept ws-action
               if ws-act-approve
                   perform 2200-approve-posting
               else
                   if ws-act-reject
                       perform 2300-reject-posting
                   end-if
               end-if
           end-if.

      * The budget position is this month's, since an approved
      * posting applies in the month it is released, not the month it
      * was held. Movement follows LEDGERPOST's rule: a reversal backs
      * the amount out, an adjustment moves the balance by the gap to
      * the audited figure.
       2100-show-position.
           move hld-cost-center to ws-sh-center
           move hld-amount to ws-sh-amount
           move hld-trans-type to ws-sh-type
           move hld-reference to ws-sh-ref
           move hld-hold-date to ws-sh-held-date
           move hld-reason to ws-sh-reason
           move "(NOT ON MASTER)" to ws-sh-desc
           move 0 to ws-sh-limit
           if ws-ccm-open
               move hld-cost-center to ccm-cost-center
               read ccmaster-file
                   invalid key
                       continue
                   not invalid key
                       move ccm-description to ws-sh-desc
                       if ccm-approval-limit is numeric
                           move ccm-approval-limit to ws-sh-limit
                       end-if
               end-read
           end-if
           move 0 to ws-sh-budget
           move "(NO BUDGET)" to ws-sh-budget-note
           if ws-bud-open
               move hld-cost-center to bud-cost-center
               move ws-today-month to bud-period
               read budget-file
                   invalid key
                       continue
                   not invalid key
                       move bud-amount to ws-sh-budget
                       move spaces to ws-sh-budget-note
               end-read
           end-if
           move 0 to ws-sh-actual
           perform 1300-find-month-to-date
           if ws-mtd-found > 0
               move ws-mtd-actual(ws-mtd-found) to ws-sh-actual
           end-if
           if hld-trans-type = 'R'
               compute ws-movement = 0 - hld-amount
           else
               if hld-trans-type = 'A'
                   move 0 to ldg-balance
                   if ws-ledger-open
                       move hld-cost-center to ldg-cost-center
                       read ledger-file
                           invalid key
                               move 0 to ldg-balance
                       end-read
                   end-if
                   compute ws-movement = hld-amount - ldg-balance
               else
                   move hld-amount to ws-movement
               end-if
           end-if
           compute ws-sh-after = ws-sh-actual + ws-movement
           if ws-sh-budget-note = spaces and ws-sh-after > ws-sh-budget
               move "** OVER BUDGET **" to ws-sh-budget-note
           end-if
           move "APPROVE OR REJECT THIS POSTING" to ws-message.

      * A decision only stands against a reference LEDGERREF.DAT
      * still shows held. One already approved or applied - the same
      * posting held twice, say, after a RESTORE rolled LEDGERREF.DAT
      * back and LEDGERPOST ran again - is left exactly as it is:
      * approving it again would post it twice, and rejecting it would
      * take away the duplicate check on a posting already applied.
       2150-check-still-held.
           move 'N' to ws-still-held-switch
           move hld-cost-center to ref-cost-center
           move hld-reference to ref-reference
           read ledgerref-file
               invalid key
                   continue
               not invalid key
                   if ref-held
                       set ws-still-held to true
                   end-if
           end-read.

      * The posting goes back on LEDGERIN.DAT exactly as it arrived,
      * reference and all; the reference row marked approved is what
      * carries it past the hold on the next run.
       2200-approve-posting.
           perform 2150-check-still-held
           if ws-still-held
               move 'A' to ref-status
               move ws-supervisor to ref-approver
               move ws-today to ref-approve-date
               rewrite ledgerref-record
                   invalid key
                       continue
               end-rewrite
           end-if
           if not ws-still-held
               display "REFERENCE NO LONGER HELD"
           else
           if ws-ref-status not = "00"
               display "REFERENCE TRAIL NOT UPDATED, STATUS "
                   ws-ref-status ", NOT APPROVED"
           else
               open extend posting-file
               if ws-pst-status not = "00"
                   open output posting-file
               end-if
               move hld-cost-center to pst-cost-center
               move hld-amount to pst-amount
               move hld-trans-type to pst-trans-type
               move hld-reference to pst-reference
               write posting-record
               close posting-file
               move 'A' to hld-status
               move ws-supervisor to hld-approver
               move ws-today to hld-action-date
               move held-record to ws-hd-record(ws-held-idx)
               add 1 to ws-approved-count
               display "APPROVED, BACK ON LEDGERIN.DAT FOR THE NEXT RUN"
           end-if
           end-if.

      * Off LEDGERREF.DAT the reference goes, so the document number is
      * free for the corrected posting.
       2300-reject-posting.
           perform 2150-check-still-held
           if not ws-still-held
               display "REFERENCE NO LONGER HELD"
           else
               delete ledgerref-file
                   invalid key
                       continue
               end-delete
               move 'X' to hld-status
               move ws-supervisor to hld-approver
               move ws-today to hld-action-date
               move held-record to ws-hd-record(ws-held-idx)
               add 1 to ws-rejected-count
               display "REJECTED, NOT POSTED"
           end-if.

      * The worked-on table replaces the file wholesale, decisions and
      * all - tomorrow's session only sees what is still waiting.
       3000-rewrite-held.
           open output held-file
           perform 3100-write-one-held
               varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-count
           close held-file.

       3100-write-one-held.
           move ws-hd-record(ws-held-idx) to held-record
           write held-record.

       5000-terminate.
           if ws-ref-open
               close ledgerref-file
           end-if
           if ws-ccm-open
               close ccmaster-file
           end-if
           if ws-bud-open
               close budget-file
           end-if
           if ws-ledger-open
               close ledger-file
           end-if.
