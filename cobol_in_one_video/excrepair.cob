      * and the repaired record is appended in proper input format onto
      * DAILYIN.DAT, ITEMIN.DAT, or LEDGERIN.DAT for the next run. Each
      * repaired exception is flipped to resolved in its .EXC file so
      * the same reject can never be re-keyed twice. The clerk signs on
      * with an operator id, and every repair goes to MAINTAUD.DAT
      * through MAUDIT: the reject as it stood, and the record
      * resubmitted for it.
       identification division.
       program-id. excrepair.
       environment division.
           05 pexc-reason          pic x(40).
           05 pexc-resolved        pic x.
           05 pexc-run-date        pic 9(8).
           05 pexc-reference       pic x(16).

       fd  daily-input-file.
           copy sumrec replacing ==sumrec-record==
      * Alphanumeric so rows written before the date existed keep
      * their blanks instead of being stamped with a fake date.
                   10 ws-tab-run-date  pic x(8).
      * The rejected posting's reference - LEDGERPOST.EXC rows only.
                   10 ws-tab-reference pic x(16).
           01 ws-exc-idx        pic 9(4).

      * Fields the clerk keys on the repair screens. Amounts are
      * see it. Left blank it posts unchecked like legacy records.
           01 ws-rp-ref        pic x(16) value spaces.
           01 ws-rp-idx        pic 9(3).
      * Maintenance audit fields, handed to MAUDIT as they stand.
           01 ws-operator       pic x(8) value spaces.
           01 ws-aud-program    pic x(10) value "EXCREPAIR".
           01 ws-aud-file       pic x(14).
           01 ws-aud-action     pic x(8) value "REPAIR".
           01 ws-aud-key        pic x(22).
           01 ws-aud-before     pic x(100).
           01 ws-aud-after      pic x(100).

       screen section.
       01  daily-repair-screen.

       procedure division.
       0000-main.
           display "OPERATOR ID: " with no advancing
           accept ws-operator
           if ws-operator = spaces
               display "EXCREPAIR: operator id required, "
                   "repair refused"
           else
               perform 0100-choose-files
           end-if
           stop run.

      * Every repair is signed for: no file is offered until an
      * operator id has been keyed.
       0100-choose-files.
           perform until ws-choose-quit
               display "REPAIR WHICH EXCEPTION FILE? "
                   "(D=DAILYSUM I=ITEMSUM L=LEDGERPOST Q=QUIT): "
                   accept ws-id-filter
                   perform 1000-repair-one-file
               end-if
           end-perform.

       1000-repair-one-file.
           perform 1100-load-exceptions
               move exc-reason to ws-tab-reason(ws-exc-count)
               move exc-resolved to ws-tab-resolved(ws-exc-count)
               move exc-run-date to ws-tab-run-date(ws-exc-count)
               move spaces to ws-tab-reference(ws-exc-count)
               if ws-tab-resolved(ws-exc-count) not = 'Y'
                   move 'N' to ws-tab-resolved(ws-exc-count)
               end-if
               move iexc-reason to ws-tab-reason(ws-exc-count)
               move iexc-resolved to ws-tab-resolved(ws-exc-count)
               move iexc-run-date to ws-tab-run-date(ws-exc-count)
               move spaces to ws-tab-reference(ws-exc-count)
               if ws-tab-resolved(ws-exc-count) not = 'Y'
                   move 'N' to ws-tab-resolved(ws-exc-count)
               end-if
               move pexc-reason to ws-tab-reason(ws-exc-count)
               move pexc-resolved to ws-tab-resolved(ws-exc-count)
               move pexc-run-date to ws-tab-run-date(ws-exc-count)
               move pexc-reference to ws-tab-reference(ws-exc-count)
               if ws-tab-resolved(ws-exc-count) not = 'Y'
                   move 'N' to ws-tab-resolved(ws-exc-count)
               end-if
           perform 2500-accept-action
           if ws-act-resubmit
               perform 4100-resubmit-daily
               move "DAILYSUM.EXC" to ws-aud-file
               perform 9000-audit-repair
               move 'Y' to ws-tab-resolved(ws-exc-idx)
               add 1 to ws-fixed-count
           end-if.
                   display "ADDEND COUNT MUST BE 1-10, NOT RESUBMITTED"
               else
                   perform 4200-resubmit-item
                   move "ITEMSUM.EXC" to ws-aud-file
                   perform 9000-audit-repair
                   move 'Y' to ws-tab-resolved(ws-exc-idx)
                   add 1 to ws-fixed-count
               end-if
       2300-repair-ledger.
           move 0 to ws-rp-amount
           move 'P' to ws-rp-type
      * The reference the reject came in with is offered back, so the
      * repaired posting still traces to its source document.
           move ws-tab-reference(ws-exc-idx) to ws-rp-ref
           display ledger-repair-screen
           accept ledger-repair-screen
           perform 2500-accept-action
               if ws-rp-type = 'P' or ws-rp-type = 'R'
                       or ws-rp-type = 'A'
                   perform 4300-resubmit-ledger
                   move "LEDGERPOST.EXC" to ws-aud-file
                   perform 9000-audit-repair
                   move 'Y' to ws-tab-resolved(ws-exc-idx)
                   add 1 to ws-fixed-count
               else
           move ws-rp-num1 to sr-num1 of daily-resubmit
           move ws-rp-num2 to sr-num2 of daily-resubmit
           write daily-resubmit
           move daily-resubmit to ws-aud-after
           close daily-input-file.

       4200-resubmit-item.
           end-perform
           move ws-rp-center to iin-cost-center
           write item-resubmit-record
           move item-resubmit-record to ws-aud-after
           close item-input-file.

       4300-resubmit-ledger.
           move ws-rp-type to pst-trans-type
           move ws-rp-ref to pst-reference
           write ledger-resubmit-record
           move ledger-resubmit-record to ws-aud-after
           close ledger-input-file.

      * The worked-on table replaces the file wholesale - resolved
                   move ws-tab-reason(ws-exc-idx) to pexc-reason
                   move ws-tab-resolved(ws-exc-idx) to pexc-resolved
                   move ws-tab-run-date(ws-exc-idx) to pexc-run-date
                   move ws-tab-reference(ws-exc-idx) to pexc-reference
                   write ledger-exception-record
               end-if
           end-if.

      * Called before the row is flipped resolved, so the before-image
      * is the reject exactly as it stood; the resubmit paragraph has
      * left the record it wrote as the after-image.
       9000-audit-repair.
           move ws-tab-id(ws-exc-idx) to ws-aud-key
           move ws-exc-entry(ws-exc-idx) to ws-aud-before
           call 'maudit' using ws-operator, ws-aud-program, ws-aud-file,
               ws-aud-action, ws-aud-key, ws-aud-before, ws-aud-after.
