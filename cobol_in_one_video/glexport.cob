      * GLEXPORT is the outbound counterpart of APIMPORT. Once
      * LEDGERCLOSE has snapshotted a period, finance used to re-key
      * every center's net movement for the month into the corporate
      * general ledger by hand - the last re-keying left at month-end.
      * This job reads the period's rows off LEDGERPER.DAT and cuts a
      * journal extract for it, GLEXPORT.Pyyyymm: one 'H' header, one
      * 'J' journal line per center carrying the center's department
      * roll-up and the period's net activity (closing minus opening),
      * and one 'T' trailer carrying the line count and the signed
      * amount total - the same transmittal proof APIMPORT demands of
      * AP, now offered to the GL in return. Every period exported is
      * recorded on GLEXPORT.CTL and a period already on it is refused,
      * so the same month can never be journalled twice. The control
      * report rolls the lines up by department - opening, net, and
      * closing - so the closing column ties to the DEPTROLL run taken
      * at the close.
      * The period defaults to the last one closed; set GLEXPORT_PERIOD
      * (yyyymm) for an earlier one. A value that is not a valid yyyymm
      * is refused rather than read as the default - a mistyped catch-up
      * must not journal some other month for good. A period not yet
      * closed is refused: its snapshot does not exist. GLEXPORT.CTL,
      * not RUNCTL, is the gate, so two missed months can be exported
      * back to back on the same day.
       identification division.
       program-id. glexport.
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
      * One extract per period, named the way LEDGERCLOSE names its
      * period cuts, so a re-sent extract is always the same file.
           select journal-file assign to dynamic ws-journal-name
               organization is line sequential
               file status is ws-jrn-status.
      * One row per period already exported - the refuse-twice gate.
           select export-control-file assign to "GLEXPORT.CTL"
               organization is line sequential
               file status is ws-gxc-status.
           select report-file assign to "GLEXPORT.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  period-file.
           copy perrec.

       fd  period-control-file.
       01  period-control-record.
           05 pctl-last-closed     pic 9(6).

       fd  ccmaster-file.
           copy ccmrec.

       fd  deptmast-file.
           copy deptrec.

      * The extract as the GL loads it: one 'H' header, one 'J' line
      * per center, one 'T' trailer carrying the line count and the
      * signed amount total.
       fd  journal-file.
       01  journal-record.
           05 gl-rec-type          pic x.
               88 gl-type-header  value 'H'.
               88 gl-type-journal value 'J'.
               88 gl-type-trailer value 'T'.
           05 filler               pic x(55).
       01  gl-header-rec.
           05 filler               pic x.
           05 gl-hdr-period        pic 9(6).
           05 gl-hdr-create-date   pic 9(8).
       01  gl-journal-rec.
           05 filler               pic x.
           05 gl-jrn-period        pic 9(6).
           05 gl-jrn-cost-center   pic x(6).
           05 gl-jrn-department    pic x(4).
      * Net movement can run past a single balance's capacity - a
      * center that swung from full debit to full credit - so the
      * line carries one more integer digit than LDG-BALANCE.
           05 gl-jrn-amount        pic s9(6)v99 sign leading separate.
           05 gl-jrn-description   pic x(30).
       01  gl-trailer-rec.
           05 filler               pic x.
           05 gl-trl-count         pic 9(6).
           05 gl-trl-amount        pic s9(9)v99 sign leading separate.

       fd  export-control-file.
       01  export-control-record.
           05 gxc-period           pic 9(6).
           05 gxc-export-date      pic 9(8).
           05 gxc-line-count       pic 9(6).
           05 gxc-amount-total     pic s9(9)v99 sign leading separate.

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-per-eof-switch pic x value 'N'.
               88 ws-per-eof value 'Y'.
           01 ws-gxc-eof-switch pic x value 'N'.
               88 ws-gxc-eof value 'Y'.
           01 ws-per-status     pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-dpt-status     pic xx.
           01 ws-jrn-status     pic xx.
           01 ws-gxc-status     pic xx.
           01 ws-per-switch     pic x value 'N'.
               88 ws-per-open value 'Y'.
           01 ws-ccm-switch     pic x value 'N'.
               88 ws-ccm-open value 'Y'.
           01 ws-dpt-switch     pic x value 'N'.
               88 ws-dpt-open value 'Y'.
           01 ws-today          pic 9(8).
           01 ws-export-period  pic 9(6) value 0.
           01 ws-period-env     pic x(6) value spaces.
           01 ws-last-closed    pic 9(6) value 0.
           01 ws-journal-name.
               05 filler           pic x(10) value "GLEXPORT.P".
               05 ws-jrn-period    pic 9(6).
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-export-refused value 'Y'.
           01 ws-refuse-reason  pic x(40) value spaces.

      * Journal totals - what the trailer carries.
           01 ws-line-count     pic 9(6) value 0.
           01 ws-line-total     pic s9(9)v99 value 0.
           01 ws-line-net       pic s9(6)v99.
           01 ws-work-dept      pic x(4).

      * One row per department seen on the walk - find-or-add, the
      * same way DEPTROLL builds its roll-up, printed in code order.
           01 ws-dept-count     pic 9(3) value 0.
           01 ws-dept-table.
               05 ws-dept-entry occurs 100 times.
                   10 ws-dp-code      pic x(4).
                   10 ws-dp-centers   pic 9(4).
                   10 ws-dp-opening   pic s9(9)v99.
                   10 ws-dp-net       pic s9(9)v99.
                   10 ws-dp-closing   pic s9(9)v99.
                   10 ws-dp-printed   pic x.
           01 ws-dept-idx       pic 9(3).
           01 ws-found-idx      pic 9(3).
           01 ws-pick-idx       pic 9(3).
           01 ws-pick-code      pic x(4).
           01 ws-tot-opening    pic s9(9)v99 value 0.
           01 ws-tot-closing    pic s9(9)v99 value 0.

           01 ws-line-name      pic x(30).
           01 ws-edit-4         pic zzz9.
           01 ws-edit-8         pic zzzzzzz9.
      * Leading minus shows a net credit for what it is.
           01 ws-edit-amt       pic -(7)9.99.
           01 ws-edit-amtb      pic -(7)9.99.
           01 ws-edit-amtc      pic -(7)9.99.
           01 ws-edit-12        pic -(8)9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           perform 1000-initialize
           if not ws-export-refused
               perform 2000-cut-journal
           end-if
           if ws-export-refused
               perform 3500-write-refusal-report
               display "GLEXPORT: export refused - "
                   ws-refuse-reason
           else
               perform 3000-record-export
               perform 4000-write-report
               display "GLEXPORT: period " ws-export-period
                   " exported, " ws-line-count " journal lines"
           end-if
           perform 5000-terminate
           stop run.

       1000-initialize.
           perform 1100-load-period-control
           move ws-last-closed to ws-export-period
           accept ws-period-env from environment "GLEXPORT_PERIOD"
           if ws-period-env not = spaces
               if ws-period-env is numeric
                       and ws-period-env(5:2) >= "01"
                       and ws-period-env(5:2) <= "12"
                   move ws-period-env to ws-export-period
               else
                   set ws-export-refused to true
                   move "GLEXPORT_PERIOD is not a valid period"
                       to ws-refuse-reason
               end-if
           end-if
           if ws-export-refused
               continue
           else
           if ws-export-period = 0
               set ws-export-refused to true
               move "no period has been closed yet"
                   to ws-refuse-reason
           else
           if ws-export-period > ws-last-closed
               set ws-export-refused to true
               move "period is not closed, no snapshot to export"
                   to ws-refuse-reason
           else
               perform 1200-check-already-exported
           end-if
           end-if
           end-if
           if not ws-export-refused
               open input period-file
               if ws-per-status = "00"
                   set ws-per-open to true
               else
                   set ws-export-refused to true
                   move "cannot open LEDGERPER.DAT"
                       to ws-refuse-reason
               end-if
           end-if
           open input ccmaster-file
           if ws-ccm-status = "00"
               set ws-ccm-open to true
           else
               display "GLEXPORT: cost-center master not available, "
                   "all centers export unassigned"
           end-if
           open input deptmast-file
           if ws-dpt-status = "00"
               set ws-dpt-open to true
           end-if.

      * No control file just means no period has ever been closed.
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

      * A period on the export control file has already gone to the
      * GL - cutting it again would journal the month twice. No
      * control file just means nothing was ever exported.
       1200-check-already-exported.
           open input export-control-file
           if ws-gxc-status not = "00"
               set ws-gxc-eof to true
           end-if
           perform 1210-check-one-export until ws-gxc-eof
           if ws-gxc-status = "00" or ws-gxc-status = "10"
               close export-control-file
           end-if.

       1210-check-one-export.
           read export-control-file
               at end
                   set ws-gxc-eof to true
               not at end
                   if gxc-period = ws-export-period
                       set ws-export-refused to true
                       move "period already exported to the GL"
                           to ws-refuse-reason
                   end-if
           end-read.

      * LEDGERPER.DAT is keyed center then period, so the read-next
      * walk delivers the journal in center order; only the export
      * period's rows are taken. OUTPUT, not EXTEND: an export that
      * died before it was recorded is cut again whole.
       2000-cut-journal.
           move ws-export-period to ws-jrn-period
           open output journal-file
           if ws-jrn-status not = "00"
               set ws-export-refused to true
               move spaces to ws-refuse-reason
               string "cannot create " delimited by size
                   ws-journal-name delimited by size
                   into ws-refuse-reason
           else
               move spaces to journal-record
               move 'H' to gl-rec-type
               move ws-export-period to gl-hdr-period
               move ws-today to gl-hdr-create-date
               write journal-record
               perform 2400-check-journal-write
               perform 2100-export-one-row
                   until ws-per-eof or ws-export-refused
               perform 2500-finish-journal
           end-if
      * A period that closed with no centers on it has nothing for
      * the GL; the empty extract is left as evidence, but the period
      * is not recorded as exported.
           if ws-line-count = 0 and not ws-export-refused
               set ws-export-refused to true
               move "no snapshot rows on file for the period"
                   to ws-refuse-reason
           end-if.

       2100-export-one-row.
           read period-file next record
               at end
                   set ws-per-eof to true
               not at end
                   if per-period = ws-export-period
                       perform 2200-write-journal-line
                   end-if
           end-read
      * A read failure mid-walk is a partial journal - it must not be
      * recorded as exported.
           if ws-per-status not = "00" and not ws-per-eof
               set ws-per-eof to true
               set ws-export-refused to true
               move "LEDGERPER.DAT read failed mid-walk"
                   to ws-refuse-reason
           end-if.

       2200-write-journal-line.
           compute ws-line-net = per-closing - per-opening
           move spaces to ws-work-dept
           move spaces to gl-jrn-description
           if ws-ccm-open
               move per-cost-center to ccm-cost-center
               read ccmaster-file
                   invalid key
                       move "(NOT ON MASTER)" to ccm-description
                   not invalid key
                       move ccm-department to ws-work-dept
               end-read
           end-if
           move spaces to journal-record
           move 'J' to gl-rec-type
           move ws-export-period to gl-jrn-period
           move per-cost-center to gl-jrn-cost-center
           move ws-work-dept to gl-jrn-department
           move ws-line-net to gl-jrn-amount
           if ws-ccm-open
               move ccm-description to gl-jrn-description
           end-if
           write journal-record
           perform 2400-check-journal-write
           add 1 to ws-line-count
           add ws-line-net to ws-line-total
           perform 2300-find-dept-row
           if ws-found-idx > 0
               add 1 to ws-dp-centers(ws-found-idx)
               add per-opening to ws-dp-opening(ws-found-idx)
               add ws-line-net to ws-dp-net(ws-found-idx)
               add per-closing to ws-dp-closing(ws-found-idx)
           end-if
           add per-opening to ws-tot-opening
           add per-closing to ws-tot-closing.

       2300-find-dept-row.
           move 0 to ws-found-idx
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               if ws-dp-code(ws-dept-idx) = ws-work-dept
                   move ws-dept-idx to ws-found-idx
               end-if
           end-perform
           if ws-found-idx = 0
               if ws-dept-count < 100
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-found-idx
                   move ws-work-dept to ws-dp-code(ws-found-idx)
                   move 0 to ws-dp-centers(ws-found-idx)
                   move 0 to ws-dp-opening(ws-found-idx)
                   move 0 to ws-dp-net(ws-found-idx)
                   move 0 to ws-dp-closing(ws-found-idx)
                   move 'N' to ws-dp-printed(ws-found-idx)
               else
                   display "GLEXPORT: department table full, "
                       ws-work-dept " not on control report"
               end-if
           end-if.

       2400-check-journal-write.
           if ws-jrn-status not = "00" and not ws-export-refused
               set ws-export-refused to true
               move spaces to ws-refuse-reason
               string "cannot write " delimited by size
                   ws-journal-name delimited by size
                   into ws-refuse-reason
           end-if.

      * The trailer is the GL's proof the extract is whole, so a walk
      * that was cut short gets none - the file is emptied instead, so
      * a partial extract can never prove.
       2500-finish-journal.
           if not ws-export-refused
               move spaces to journal-record
               move 'T' to gl-rec-type
               move ws-line-count to gl-trl-count
               move ws-line-total to gl-trl-amount
               write journal-record
               perform 2400-check-journal-write
           end-if
           close journal-file
           if ws-export-refused
               open output journal-file
               if ws-jrn-status = "00"
                   close journal-file
               end-if
           end-if.

      * Only a complete extract is recorded - this row is what makes
      * the next attempt at the same period refuse.
       3000-record-export.
           open extend export-control-file
           if ws-gxc-status not = "00"
               open output export-control-file
           end-if
           move ws-export-period to gxc-period
           move ws-today to gxc-export-date
           move ws-line-count to gxc-line-count
           move ws-line-total to gxc-amount-total
           write export-control-record
           close export-control-file.

      * The refused export still leaves a report behind saying why
      * nothing went to the GL.
       3500-write-refusal-report.
           open output report-file
           move spaces to report-line
           string "GL JOURNAL EXPORT - " delimited by size
               ws-today delimited by size
               " - EXPORT REFUSED" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "PERIOD REQUESTED......: " delimited by size
               ws-export-period delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "LAST PERIOD CLOSED....: " delimited by size
               ws-last-closed delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "REASON: " delimited by size
               ws-refuse-reason delimited by size
               into report-line
           write report-line
           close report-file.

      * Department lines in code order - the lowest unprinted row each
      * pass, the same walk DEPTROLL does - then the journal proof the
      * GL will check the extract against.
       4000-write-report.
           open output report-file
           move spaces to report-line
           string "GL JOURNAL EXPORT - PERIOD " delimited by size
               ws-export-period delimited by size
               " - CUT " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "EXTRACT FILE..........: " delimited by size
               ws-journal-name delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DEPT NAME                       CTRS"
               delimited by size
               "     OPENING         NET     CLOSING"
               delimited by size
               into report-line
           write report-line
           perform 4100-pick-lowest-dept
           perform 4200-print-dept-line until ws-pick-idx = 0
           move spaces to report-line
           write report-line
           move ws-tot-opening to ws-edit-amt
           move ws-line-total to ws-edit-amtb
           move ws-tot-closing to ws-edit-amtc
           move ws-line-count to ws-edit-4
           move spaces to report-line
           string "TOTAL                           " delimited by size
               ws-edit-4 delimited by size
               " " delimited by size
               ws-edit-amt delimited by size
               " " delimited by size
               ws-edit-amtb delimited by size
               " " delimited by size
               ws-edit-amtc delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move ws-line-count to ws-edit-8
           move spaces to report-line
           string "JOURNAL LINES WRITTEN.: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-line-total to ws-edit-12
           move spaces to report-line
           string "TRAILER AMOUNT TOTAL..: " delimited by size
               ws-edit-12 delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "CLOSING TOTAL TIES TO THE DEPTROLL RUN AT CLOSE"
               delimited by size
               into report-line
           write report-line
           close report-file.

       4100-pick-lowest-dept.
           move 0 to ws-pick-idx
           move high-values to ws-pick-code
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               if ws-dp-printed(ws-dept-idx) = 'N'
                       and ws-dp-code(ws-dept-idx) < ws-pick-code
                   move ws-dept-idx to ws-pick-idx
                   move ws-dp-code(ws-dept-idx) to ws-pick-code
               end-if
           end-perform.

       4200-print-dept-line.
           move 'Y' to ws-dp-printed(ws-pick-idx)
           if ws-dp-code(ws-pick-idx) = spaces
               move "(NONE - NOT YET ASSIGNED)" to ws-line-name
           else
               move "(NOT ON DEPARTMENT TABLE)" to ws-line-name
               if ws-dpt-open
                   move ws-dp-code(ws-pick-idx) to dpt-code
                   read deptmast-file
                       invalid key
                           continue
                       not invalid key
                           move dpt-name to ws-line-name
                   end-read
               end-if
           end-if
           move ws-dp-centers(ws-pick-idx) to ws-edit-4
           move ws-dp-opening(ws-pick-idx) to ws-edit-amt
           move ws-dp-net(ws-pick-idx) to ws-edit-amtb
           move ws-dp-closing(ws-pick-idx) to ws-edit-amtc
           move spaces to report-line
           string ws-dp-code(ws-pick-idx) delimited by size
               " " delimited by size
               ws-line-name (1:27) delimited by size
               ws-edit-4 delimited by size
               " " delimited by size
               ws-edit-amt delimited by size
               " " delimited by size
               ws-edit-amtb delimited by size
               " " delimited by size
               ws-edit-amtc delimited by size
               into report-line
           write report-line
           perform 4100-pick-lowest-dept.

       5000-terminate.
           if ws-per-open
               close period-file
           end-if
           if ws-ccm-open
               close ccmaster-file
           end-if
           if ws-dpt-open
               close deptmast-file
           end-if.
