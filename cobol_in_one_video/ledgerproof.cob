      * LEDGERPROOF is the independent proof of the ledger itself, the
      * way BALCHECK is of DAILYSUM. LEDGERPOST keeps LDG-BALANCE, but
      * nothing until now showed that balance still agrees with the
      * detail it is supposed to be the sum of - after a restore, or a
      * LEDGERPOST restart, the books were taken on trust. For every
      * center on LEDGER.DAT this job starts from the closing balance
      * the last LEDGERCLOSE froze on LEDGERPER.DAT, replays the open
      * period's LEDGERHIST.DAT lines forward in the order they were
      * written, and proves that:
      *   - each line's prior balance is the new balance of the line
      *     before it (the first line's, the snapshot's closing);
      *   - each line's new balance follows from its prior balance,
      *     amount, and transaction type;
      *   - each line's reference is on LEDGERREF.DAT for its center;
      *   - the replay lands exactly on LDG-BALANCE.
      * Every break is printed on LEDGERPROOF.RPT. A proof with any
      * break ends without a RUNEND, so its RUNCTL row stays 'R' - the
      * suite's record of a failed run - and RUNREPORT shows it did
      * not end.
       identification division.
       program-id. ledgerproof.
       environment division.
       input-output section.
       file-control.
           select ledger-file assign to "LEDGER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ldg-cost-center
               file status is ws-ledger-status.
      * The per-center, per-period snapshot LEDGERCLOSE maintains.
           select period-file assign to "LEDGERPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-key
               file status is ws-per-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
      * The live history holds exactly the open period's lines - the
      * close cuts everything up to the closed period off to its
      * LEDGERHIST.Pyyyymm file.
           select history-file assign to "LEDGERHIST.DAT"
               organization is line sequential
               file status is ws-hist-status.
           select ledgerref-file assign to "LEDGERREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is ref-key
               file status is ws-ref-status.
           select report-file assign to "LEDGERPROOF.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  ledger-file.
           copy ledgrec.

       fd  period-file.
           copy perrec.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

       fd  history-file.
           copy ledghist.

       fd  ledgerref-file.
           copy refrec.

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-ledger-eof-switch pic x value 'N'.
               88 ws-ledger-eof value 'Y'.
           01 ws-hist-eof-switch pic x value 'N'.
               88 ws-hist-eof value 'Y'.
           01 ws-ledger-status  pic xx.
           01 ws-per-status     pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-hist-status    pic xx.
           01 ws-ref-status     pic xx.
           01 ws-ref-switch     pic x value 'N'.
               88 ws-ref-open value 'Y'.
           01 ws-per-switch     pic x value 'N'.
               88 ws-per-open value 'Y'.
           01 ws-today          pic 9(8).
           01 ws-my-name        pic x(8) value "LDGPROOF".
      * Run-control working fields. No prerequisite: the proof has to
      * be runnable on its own after a restore or a restart, not only
      * behind the night's LEDGERPOST.
           01 ws-prereq-name    pic x(8) value spaces.
           01 ws-run-go         pic 9.
           01 ws-last-closed    pic 9(6) value 0.
           01 ws-work-date      pic 9(8).
           01 ws-work-month redefines ws-work-date.
               05 ws-work-yyyymm   pic 9(6).
               05 filler           pic 9(2).

      * One row per center on the ledger: where its replay started,
      * where it has got to, and what the ledger says it should end
      * on. History is replayed in file order - the order LEDGERPOST
      * wrote it - so each center's chain is followed exactly as it
      * was built. The masters in this shop run well under the 500
      * slots; a ledger that does not fit cannot be proved whole, so
      * an overflow is itself a break.
           01 ws-pc-count       pic 9(3) value 0.
           01 ws-pc-table.
               05 ws-pc-entry occurs 500 times.
                   10 ws-pc-center    pic x(6).
                   10 ws-pc-opening   pic s9(5)v99.
                   10 ws-pc-running   pic s9(5)v99.
                   10 ws-pc-ledger    pic s9(5)v99.
                   10 ws-pc-lines     pic 9(6).
                   10 ws-pc-snapshot  pic x.
           01 ws-pc-idx         pic 9(3).
           01 ws-found-idx      pic 9(3).

      * Per-line replay working fields.
           01 ws-line-count     pic 9(8) value 0.
           01 ws-expected-new   pic s9(6)v99.
           01 ws-brk-reason     pic x(40).
           01 ws-brk-expected   pic s9(6)v99.
           01 ws-brk-found      pic s9(6)v99.
           01 ws-brk-amt-switch pic x value 'N'.
               88 ws-brk-show-amounts value 'Y'.

      * Proof totals.
           01 ws-break-count    pic 9(8) value 0.
           01 ws-line-breaks    pic 9(8) value 0.
           01 ws-center-count   pic 9(8) value 0.
           01 ws-out-count      pic 9(8) value 0.
           01 ws-tot-ledger     pic s9(9)v99 value 0.
           01 ws-tot-replay     pic s9(9)v99 value 0.

           01 ws-proof-flag     pic x(5).
           01 ws-edit-6         pic zzzzz9.
           01 ws-edit-8         pic zzzzzzz9.
      * Leading minus shows a credit amount or balance for what it is.
           01 ws-edit-7         pic -zzzz9.99.
           01 ws-edit-7b        pic -zzzz9.99.
           01 ws-edit-7c        pic -zzzz9.99.
           01 ws-edit-8a        pic -(6)9.99.
           01 ws-edit-8b        pic -(6)9.99.
           01 ws-edit-tot       pic -(8)9.99.
           01 ws-edit-totb      pic -(8)9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
      * Run-control gate: a proof that already passed today need not
      * run again; one that failed left its row 'R' and may.
           call 'runctl' using ws-my-name, ws-prereq-name,
               ws-today, ws-run-go
           if ws-run-go not = 0
               perform 0200-refuse-run
           else
               perform 1000-initialize
               perform 2000-replay-history
               perform 3000-prove-balances
               perform 4000-write-totals
               perform 5000-terminate
               if ws-break-count = 0
                   display "LEDGERPROOF: ledger proved, "
                       ws-center-count " centers, "
                       ws-line-count " history lines"
                   call 'runend' using ws-my-name, ws-today,
                       ws-line-count, ws-center-count
               else
      * No RUNEND: the row stays 'R', which is how RUNCTL records a
      * run that did not end clean, and a corrected rerun is allowed
      * through the same day.
                   display "LEDGERPROOF: OUT OF BALANCE - "
                       ws-break-count " breaks, see LEDGERPROOF.RPT"
               end-if
           end-if
           stop run.

       0200-refuse-run.
           if ws-run-go = 1
               display "LEDGERPROOF: already completed for " ws-today
                   ", run refused"
           else
               display "LEDGERPROOF: prerequisite " ws-prereq-name
                   " has not completed, run refused"
           end-if.

       1000-initialize.
           perform 1100-load-period-control
           open output report-file
           move spaces to report-line
           string "LEDGER INTEGRITY PROOF - " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "OPENING BALANCES FROM PERIOD " delimited by size
               ws-last-closed delimited by size
               " CLOSE" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           open input period-file
           if ws-per-status = "00"
               set ws-per-open to true
           end-if
           open input ledgerref-file
           if ws-ref-status = "00"
               set ws-ref-open to true
           else
               display "LEDGERPROOF: LEDGERREF.DAT not available, "
                   "every referenced line will break"
           end-if
           perform 1200-load-ledger.

      * No control file just means no period has ever been closed, so
      * every center opened at zero and the live history is its whole
      * story.
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

      * Walk the ledger once and seat every center's replay at the
      * closing balance its last snapshot froze. A center with no
      * snapshot either was born after the close or never saw one -
      * either way it opened at zero.
       1200-load-ledger.
           open input ledger-file
           if ws-ledger-status not = "00"
               set ws-ledger-eof to true
               move "cannot open LEDGER.DAT" to ws-brk-reason
               perform 1300-write-file-break
           end-if
           perform 1210-load-one-center until ws-ledger-eof
           if ws-ledger-status = "00" or ws-ledger-status = "10"
               close ledger-file
           end-if.

       1210-load-one-center.
           read ledger-file next record
               at end
                   set ws-ledger-eof to true
               not at end
                   perform 1220-seat-center
           end-read
           if ws-ledger-status not = "00" and not ws-ledger-eof
               set ws-ledger-eof to true
               move "ledger read failed, proof incomplete"
                   to ws-brk-reason
               perform 1300-write-file-break
           end-if.

       1220-seat-center.
           if ws-pc-count < 500
               add 1 to ws-pc-count
               move ldg-cost-center to ws-pc-center(ws-pc-count)
               move ldg-balance to ws-pc-ledger(ws-pc-count)
               move 0 to ws-pc-opening(ws-pc-count)
               move 0 to ws-pc-lines(ws-pc-count)
               move 'N' to ws-pc-snapshot(ws-pc-count)
               if ws-last-closed > 0 and ws-per-open
                   move ldg-cost-center to per-cost-center
                   move ws-last-closed to per-period
                   read period-file
                       invalid key
                           continue
                       not invalid key
                           move per-closing
                               to ws-pc-opening(ws-pc-count)
                           move 'Y' to ws-pc-snapshot(ws-pc-count)
                   end-read
               end-if
               move ws-pc-opening(ws-pc-count)
                   to ws-pc-running(ws-pc-count)
           else
               move "center table full, ledger not proved whole"
                   to ws-brk-reason
               perform 1300-write-file-break
               set ws-ledger-eof to true
           end-if.

      * A break that belongs to no single history line - the proof
      * could not see the whole ledger, so it cannot pass.
       1300-write-file-break.
           add 1 to ws-break-count
           move spaces to report-line
           string "  *** " delimited by size
               ws-brk-reason delimited by size
               into report-line
           write report-line.

      * One forward pass of the live history in written order.
       2000-replay-history.
           move spaces to report-line
           string "HISTORY BREAKS:" delimited by size
               into report-line
           write report-line
           open input history-file
           if ws-hist-status not = "00"
               set ws-hist-eof to true
           end-if
           perform 2100-replay-one-line until ws-hist-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if
           if ws-line-breaks = 0
               move spaces to report-line
               string "  (NONE)" delimited by size
                   into report-line
               write report-line
           end-if.

       2100-replay-one-line.
           read history-file
               at end
                   set ws-hist-eof to true
               not at end
                   add 1 to ws-line-count
                   perform 2200-check-one-line
           end-read.

       2200-check-one-line.
           perform 2300-find-center-row
           if ws-found-idx = 0
               move 'N' to ws-brk-amt-switch
               move "history for a center not on LEDGER.DAT"
                   to ws-brk-reason
               perform 2800-write-line-break
           else
           if hst-prior-balance is not numeric
                   or hst-amount is not numeric
                   or hst-new-balance is not numeric
               move 'N' to ws-brk-amt-switch
               move "non-numeric balance or amount on line"
                   to ws-brk-reason
               perform 2800-write-line-break
           else
               add 1 to ws-pc-lines(ws-found-idx)
               perform 2400-check-line-date
               perform 2500-check-chain
               perform 2600-check-arithmetic
      * The replay follows the file from here, so one bad line shows
      * up as one break instead of dragging every later line of the
      * center out of balance with it.
               move hst-new-balance to ws-pc-running(ws-found-idx)
           end-if
           end-if
           perform 2700-check-reference.

       2300-find-center-row.
           move 0 to ws-found-idx
           perform varying ws-pc-idx from 1 by 1
                   until ws-pc-idx > ws-pc-count
               if ws-pc-center(ws-pc-idx) = hst-cost-center
                   move ws-pc-idx to ws-found-idx
               end-if
           end-perform.

      * A line dated in a closed period should have gone to that
      * period's cut; still on the live file, it is counted twice.
       2400-check-line-date.
           move hst-post-date to ws-work-date
           if ws-work-yyyymm not > ws-last-closed
               move 'N' to ws-brk-amt-switch
               move "line dated in an already closed period"
                   to ws-brk-reason
               perform 2800-write-line-break
           end-if.

       2500-check-chain.
           if hst-prior-balance not = ws-pc-running(ws-found-idx)
               set ws-brk-show-amounts to true
               move ws-pc-running(ws-found-idx) to ws-brk-expected
               move hst-prior-balance to ws-brk-found
               move "prior balance does not follow prior line"
                   to ws-brk-reason
               perform 2800-write-line-break
           end-if.

      * Same rule LEDGERPOST applies: a reversal backs the amount out,
      * an adjustment sets the balance outright, anything else - a
      * blank type from before the byte existed included - adds.
       2600-check-arithmetic.
           if hst-trans-type = 'R'
               compute ws-expected-new
                   = hst-prior-balance - hst-amount
           else
               if hst-trans-type = 'A'
                   move hst-amount to ws-expected-new
               else
                   compute ws-expected-new
                       = hst-prior-balance + hst-amount
               end-if
           end-if
           if ws-expected-new not = hst-new-balance
               set ws-brk-show-amounts to true
               move ws-expected-new to ws-brk-expected
               move hst-new-balance to ws-brk-found
               move "new balance does not follow from amount"
                   to ws-brk-reason
               perform 2800-write-line-break
           end-if.

      * A blank reference is a line from before the field existed -
      * nothing to look up, exactly as LEDGERPOST treats it.
       2700-check-reference.
           if hst-reference not = spaces
               if not ws-ref-open
                   move 'N' to ws-brk-amt-switch
                   move "reference file not available"
                       to ws-brk-reason
                   perform 2800-write-line-break
               else
                   move hst-cost-center to ref-cost-center
                   move hst-reference to ref-reference
                   read ledgerref-file
                       invalid key
                           move 'N' to ws-brk-amt-switch
                           move "reference not on LEDGERREF.DAT"
                               to ws-brk-reason
                           perform 2800-write-line-break
                   end-read
               end-if
           end-if.

       2800-write-line-break.
           add 1 to ws-break-count
           add 1 to ws-line-breaks
           move ws-line-count to ws-edit-8
           move spaces to report-line
           string "  LINE " delimited by size
               ws-edit-8 delimited by size
               "  CENTER " delimited by size
               hst-cost-center delimited by size
               "  DATE " delimited by size
               hst-post-date delimited by size
               "  REF " delimited by size
               hst-reference delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "    *** " delimited by size
               ws-brk-reason delimited by size
               into report-line
           write report-line
           if ws-brk-show-amounts
               move ws-brk-expected to ws-edit-8a
               move ws-brk-found to ws-edit-8b
               move spaces to report-line
               string "        EXPECTED " delimited by size
                   ws-edit-8a delimited by size
                   "  ON FILE " delimited by size
                   ws-edit-8b delimited by size
                   into report-line
               write report-line
           end-if
           move 'N' to ws-brk-amt-switch.

      * The last leg: every center's replay against its LDG-BALANCE,
      * one line per center so the report is the proof of the ones
      * that agree as much as the finding on the ones that do not.
       3000-prove-balances.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CENTER BALANCE PROOF:" delimited by size
               into report-line
           write report-line
           perform 3100-prove-one-center
               varying ws-pc-idx from 1 by 1
               until ws-pc-idx > ws-pc-count.

       3100-prove-one-center.
           add 1 to ws-center-count
           add ws-pc-ledger(ws-pc-idx) to ws-tot-ledger
           add ws-pc-running(ws-pc-idx) to ws-tot-replay
           if ws-pc-running(ws-pc-idx) = ws-pc-ledger(ws-pc-idx)
               move "OK" to ws-proof-flag
           else
               move "*OUT*" to ws-proof-flag
               add 1 to ws-break-count
               add 1 to ws-out-count
           end-if
           move ws-pc-opening(ws-pc-idx) to ws-edit-7
           move ws-pc-lines(ws-pc-idx) to ws-edit-6
           move ws-pc-running(ws-pc-idx) to ws-edit-7b
           move ws-pc-ledger(ws-pc-idx) to ws-edit-7c
           move spaces to report-line
           string ws-pc-center(ws-pc-idx) delimited by size
               " OPEN " delimited by size
               ws-edit-7 delimited by size
               " LINES " delimited by size
               ws-edit-6 delimited by size
               " END " delimited by size
               ws-edit-7b delimited by size
               " LDG " delimited by size
               ws-edit-7c delimited by size
               " " delimited by size
               ws-proof-flag delimited by size
               into report-line
           write report-line
      * A center on the ledger with no snapshot after a period has
      * been closed opened at zero - right for a center born since the
      * close, worth a look for one that was not.
           if ws-pc-snapshot(ws-pc-idx) = 'N' and ws-last-closed > 0
               move spaces to report-line
               string "       (NO SNAPSHOT FOR PERIOD "
                   delimited by size
                   ws-last-closed delimited by size
                   " - OPENED AT ZERO)" delimited by size
                   into report-line
               write report-line
           end-if.

       4000-write-totals.
           move spaces to report-line
           write report-line
           move ws-center-count to ws-edit-8
           move spaces to report-line
           string "CENTERS PROVED........: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-out-count to ws-edit-8
           move spaces to report-line
           string "CENTERS OUT OF BALANCE: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-line-count to ws-edit-8
           move spaces to report-line
           string "HISTORY LINES REPLAYED: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-tot-replay to ws-edit-tot
           move ws-tot-ledger to ws-edit-totb
           move spaces to report-line
           string "REPLAYED TOTAL " delimited by size
               ws-edit-tot delimited by size
               "  LEDGER TOTAL " delimited by size
               ws-edit-totb delimited by size
               into report-line
           write report-line
           move ws-break-count to ws-edit-8
           move spaces to report-line
           if ws-break-count = 0
               string "PROOF STATUS..........: IN BALANCE"
                   delimited by size
                   into report-line
           else
               string "PROOF STATUS..........: OUT OF BALANCE, "
                   delimited by size
                   ws-edit-8 delimited by size
                   " BREAKS" delimited by size
                   into report-line
           end-if
           write report-line.

       5000-terminate.
           if ws-per-open
               close period-file
           end-if
           if ws-ref-open
               close ledgerref-file
           end-if
           close report-file.
