      * RESTORE is BACKUP's companion: it puts the files back the way a
      * chosen generation caught them. The generation defaults to the
      * newest on BACKUP.CAT; set RESTORE_GENERATION (yyyymmdd) for an
      * older one still kept. Nothing live is touched until the whole
      * generation proves - every file on it present, and its record
      * count and money total agreeing with BACKUPCTL.Byyyymmdd. Only
      * then are LEDGER.DAT, LEDGERREF.DAT, CCMASTER.DAT, DEPTMAST.DAT,
      * BUDGET.DAT, and LEDGERPER.DAT reloaded, LEDGERHIST.DAT,
      * PERCTL.DAT, and HELDPOST.DAT put back with them - the held
      * postings have to match the 'H' references on the restored
      * LEDGERREF.DAT, or LEDGERPOST would hold the same posting a
      * second time on the rerun - and every reloaded file read
      * back and proved against the control file a second time. The
      * restore also rolls RUNCTL.DAT back to the backup point, so
      * every job that completed after the backup is allowed to run
      * again over the restored files, and empties LEDGERPOST's
      * checkpoint and LEDGERCLOSE's restart state (LEDGERCLOSE.CUT
      * and LEDGERHIST.TMP), which belong to runs the restore has
      * undone - a close rerun must not finish a dead copy-back over
      * the restored LEDGERHIST.DAT.
      * RESTORE.RPT shows each file's control and restored figures. A
      * restore that proves is recorded on RUNCTL.DAT as RESTORE.
       identification division.
       program-id. restore.
       environment division.
       input-output section.
       file-control.
           select ledger-file assign to "LEDGER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ldg-cost-center
               file status is ws-ledger-status.
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
           select deptmast-file assign to "DEPTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt-code
               file status is ws-dpt-status.
           select budget-file assign to "BUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is bud-key
               file status is ws-bud-status.
           select period-file assign to "LEDGERPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is per-key
               file status is ws-per-status.
           select history-file assign to "LEDGERHIST.DAT"
               organization is line sequential
               file status is ws-hist-status.
           select period-control-file assign to "PERCTL.DAT"
               organization is line sequential
               file status is ws-pctl-status.
           select held-file assign to "HELDPOST.DAT"
               organization is line sequential
               file status is ws-held-status.
           select runctl-file assign to "RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.
           select checkpoint-file assign to "LDGRPOST.CKPT"
               organization is line sequential
               file status is ws-ckpt-status.
           select carry-file assign to "LEDGERHIST.TMP"
               organization is line sequential
               file status is ws-carry-status.
           select recovery-marker-file assign to "LEDGERCLOSE.CUT"
               organization is line sequential
               file status is ws-mark-status.
           select generation-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-gen-status.
           select control-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-ctl-status.
           select catalog-file assign to "BACKUP.CAT"
               organization is line sequential
               file status is ws-cat-status.
           select report-file assign to "RESTORE.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  ledger-file.
           copy ledgrec.

       fd  ledgerref-file.
           copy refrec.

       fd  ccmaster-file.
           copy ccmrec.

       fd  deptmast-file.
           copy deptrec.

       fd  budget-file.
           copy budrec.

       fd  period-file.
           copy perrec.

       fd  history-file.
           copy ledghist.

       fd  period-control-file.
       01  period-control-record   pic x(6).

       fd  held-file.
           copy heldrec.

      * Carried across byte for byte - the layout is RUNCTL's.
       fd  runctl-file.
       01  runctl-record           pic x(45).

       fd  checkpoint-file.
       01  checkpoint-record       pic x(16).

       fd  carry-file.
       01  carry-record            pic x(55).

       fd  recovery-marker-file.
       01  recovery-marker-record.
           05 cmk-period           pic 9(6).

      * Same line BACKUP writes. The views pick out the money field
      * of each file that carries one, for the generation proof.
       fd  generation-file.
       01  generation-record       pic x(100).
       01  gen-ledger-view.
           05 filler               pic x(6).
           05 gen-ldg-balance      pic s9(5)v99 sign leading separate.
       01  gen-budget-view.
           05 filler               pic x(12).
           05 gen-bud-amount       pic s9(5)v99 sign leading separate.
       01  gen-period-view.
           05 filler               pic x(20).
           05 gen-per-closing      pic s9(5)v99 sign leading separate.
       01  gen-history-view.
           05 filler               pic x(22).
           05 gen-hst-amount       pic s9(5)v99 sign leading separate.
       01  gen-held-view.
           05 filler               pic x(6).
           05 gen-hld-amount       pic s9(5)v99 sign leading separate.

       fd  control-file.
           copy bkctlrec.

      * Same shape BACKUP maintains.
       fd  catalog-file.
       01  catalog-record.
           05 cat-gen-date         pic 9(8).
           05 cat-gen-time         pic 9(6).

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-ledger-status  pic xx.
           01 ws-ref-status     pic xx.
           01 ws-ccm-status     pic xx.
           01 ws-dpt-status     pic xx.
           01 ws-bud-status     pic xx.
           01 ws-per-status     pic xx.
           01 ws-hist-status    pic xx.
           01 ws-pctl-status    pic xx.
           01 ws-held-status    pic xx.
           01 ws-runctl-status  pic xx.
           01 ws-ckpt-status    pic xx.
           01 ws-carry-status   pic xx.
           01 ws-mark-status    pic xx.
           01 ws-gen-status     pic xx.
           01 ws-ctl-status     pic xx.
           01 ws-cat-status     pic xx.
           01 ws-today          pic 9(8).
           01 ws-my-name        pic x(8) value "RESTORE".
           01 ws-prereq-name    pic x(8) value spaces.
           01 ws-run-go         pic 9.
           01 ws-records-in     pic 9(8) value 0.
           01 ws-records-out    pic 9(8) value 0.

           01 ws-gen-date       pic 9(8) value 0.
           01 ws-gen-env        pic x(8) value spaces.
           01 ws-gen-found-sw   pic x value 'N'.
               88 ws-gen-found value 'Y'.
           01 ws-gen-name       pic x(24).
           01 ws-refuse-switch  pic x value 'N'.
               88 ws-restore-refused value 'Y'.
           01 ws-refuse-reason  pic x(40) value spaces.
           01 ws-proof-switch   pic x value 'Y'.
               88 ws-restore-proved value 'Y'.
           01 ws-write-errors   pic 9(8) value 0.

      * The files a generation is made of, in BACKUP's unload order:
      * generation name, then the live file it came from.
           01 ws-file-list.
               05 filler pic x(24) value "LEDGER    LEDGER.DAT    ".
               05 filler pic x(24) value "LEDGERREF LEDGERREF.DAT ".
               05 filler pic x(24) value "CCMASTER  CCMASTER.DAT  ".
               05 filler pic x(24) value "DEPTMAST  DEPTMAST.DAT  ".
               05 filler pic x(24) value "BUDGET    BUDGET.DAT    ".
               05 filler pic x(24) value "LEDGERPER LEDGERPER.DAT ".
               05 filler pic x(24) value "LEDGERHISTLEDGERHIST.DAT".
               05 filler pic x(24) value "PERCTL    PERCTL.DAT    ".
               05 filler pic x(24) value "HELDPOST  HELDPOST.DAT  ".
               05 filler pic x(24) value "RUNCTL    RUNCTL.DAT    ".
           01 ws-file-redef redefines ws-file-list.
               05 ws-file-entry occurs 10 times.
                   10 ws-fl-base       pic x(10).
                   10 ws-fl-live       pic x(14).
           01 ws-fl-idx         pic 9(2).

      * The control file as BACKUP wrote it.
           01 ws-ctl-count      pic 9(2) value 0.
           01 ws-ctl-table.
               05 ws-ctl-entry occurs 20 times.
                   10 ws-ct-file       pic x(14).
                   10 ws-ct-records    pic 9(8).
                   10 ws-ct-total      pic s9(11)v99.
           01 ws-ct-idx         pic 9(2).
           01 ws-ct-found       pic 9(2).

      * Per file: the control figures, what the generation held, and
      * what the live file holds once reloaded.
           01 ws-result-table.
               05 ws-rs-entry occurs 10 times.
                   10 ws-rs-ctl-records  pic 9(8).
                   10 ws-rs-ctl-total    pic s9(11)v99.
                   10 ws-rs-gen-records  pic 9(8).
                   10 ws-rs-gen-total    pic s9(11)v99.
                   10 ws-rs-live-records pic 9(8).
                   10 ws-rs-live-total   pic s9(11)v99.
           01 ws-file-count     pic 9(8).
           01 ws-file-total     pic s9(11)v99.

           01 ws-edit-8         pic zzzzzzz9.
           01 ws-edit-8b        pic zzzzzzz9.
           01 ws-edit-total     pic -(11)9.99.
           01 ws-proof-word     pic x(14).

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           initialize ws-result-table
           perform 1000-select-generation
           if not ws-restore-refused
               perform 1500-load-control-file
           end-if
           if not ws-restore-refused
               perform 2000-prove-generation
                   varying ws-fl-idx from 1 by 1
                   until ws-fl-idx > 10
           end-if
           if ws-restore-refused
               display "RESTORE: refused, nothing restored - "
                   ws-refuse-reason
               perform 6000-write-refusal-report
           else
               perform 3000-reload-files
               perform 4000-reprove-files
               perform 4900-check-one-reproof
                   varying ws-fl-idx from 1 by 1
                   until ws-fl-idx > 10
      * Today's checkpoint, if LEDGERPOST left one, counts postings
      * into balances the restore has just taken away - a rerun has
      * to start from posting 1. LEDGERCLOSE's restart marker and
      * carry file are cleared the way its 4100-clear-recovery-state
      * clears them: a marker left by a close that died mid copy-back
      * would have the rerun copy the stale LEDGERHIST.TMP over the
      * restored history and mark the period closed unrebuilt.
               open output checkpoint-file
               close checkpoint-file
               open output recovery-marker-file
               close recovery-marker-file
               open output carry-file
               close carry-file
               perform 5000-write-report
               if ws-restore-proved
                   display "RESTORE: generation B" ws-gen-date
                       " restored and proved"
                   perform 5500-record-restore
               else
                   display "RESTORE: generation B" ws-gen-date
                       " restored but DOES NOT PROVE - see RESTORE.RPT"
               end-if
           end-if
           stop run.

      * The newest generation on the catalog, unless one is asked
      * for - and one asked for has to be on the catalog, or its
      * files may already have been deleted.
       1000-select-generation.
           accept ws-gen-env from environment "RESTORE_GENERATION"
           move 'N' to ws-eof-switch
           open input catalog-file
           if ws-cat-status not = "00"
               set ws-eof to true
           end-if
           perform 1100-read-catalog-row until ws-eof
           if ws-cat-status = "00" or ws-cat-status = "10"
               close catalog-file
           end-if
           if ws-gen-env not = spaces
               if ws-gen-env is numeric
                   move ws-gen-env to ws-gen-date
               else
                   move 0 to ws-gen-date
               end-if
           end-if
           if ws-gen-date = 0
               set ws-restore-refused to true
               move "no backup generation to restore"
                   to ws-refuse-reason
           else
               if ws-gen-env not = spaces and not ws-gen-found
                   set ws-restore-refused to true
                   move "generation asked for is not on BACKUP.CAT"
                       to ws-refuse-reason
               end-if
           end-if.

       1100-read-catalog-row.
           read catalog-file
               at end
                   set ws-eof to true
               not at end
                   if ws-gen-env = spaces
                       move cat-gen-date to ws-gen-date
                   else
                       if ws-gen-env is numeric
                           if cat-gen-date = ws-gen-env
                               set ws-gen-found to true
                           end-if
                       end-if
                   end-if
           end-read.

       1500-load-control-file.
           move spaces to ws-gen-name
           string "BACKUPCTL.B" delimited by size
               ws-gen-date delimited by size
               into ws-gen-name
           move 'N' to ws-eof-switch
           open input control-file
           if ws-ctl-status not = "00"
               set ws-eof to true
               set ws-restore-refused to true
               move "generation has no BACKUPCTL control file"
                   to ws-refuse-reason
           end-if
           perform 1600-read-control-row until ws-eof
           if ws-ctl-status = "00" or ws-ctl-status = "10"
               close control-file
           end-if.

       1600-read-control-row.
           read control-file
               at end
                   set ws-eof to true
               not at end
                   if ws-ctl-count < 20
                       add 1 to ws-ctl-count
                       move bkc-file-name to ws-ct-file(ws-ctl-count)
                       move bkc-record-count
                           to ws-ct-records(ws-ctl-count)
                       move bkc-amount-total
                           to ws-ct-total(ws-ctl-count)
                   end-if
           end-read.

      * First proof, before anything live is touched: the file is on
      * the generation and holds exactly what the control file says.
       2000-prove-generation.
           perform 2100-find-control-row
           if ws-ct-found = 0
               set ws-restore-refused to true
               move spaces to ws-refuse-reason
               string "no control row for " delimited by size
                   ws-fl-live(ws-fl-idx) delimited by space
                   into ws-refuse-reason
           else
               move ws-ct-records(ws-ct-found)
                   to ws-rs-ctl-records(ws-fl-idx)
               move ws-ct-total(ws-ct-found)
                   to ws-rs-ctl-total(ws-fl-idx)
               perform 3010-open-generation
               if ws-gen-status not = "00"
                   set ws-restore-refused to true
                   move spaces to ws-refuse-reason
                   string "generation file missing: " delimited by size
                       ws-gen-name delimited by space
                       into ws-refuse-reason
               else
                   perform 2200-prove-one-record until ws-eof
                   close generation-file
                   move ws-file-count to ws-rs-gen-records(ws-fl-idx)
                   move ws-file-total to ws-rs-gen-total(ws-fl-idx)
                   add ws-file-count to ws-records-in
                   if ws-file-count not = ws-rs-ctl-records(ws-fl-idx)
                           or ws-file-total
                               not = ws-rs-ctl-total(ws-fl-idx)
                       set ws-restore-refused to true
                       move spaces to ws-refuse-reason
                       string ws-gen-name delimited by space
                           " does not prove to control"
                           delimited by size
                           into ws-refuse-reason
                   end-if
               end-if
           end-if.

       2100-find-control-row.
           move 0 to ws-ct-found
           perform varying ws-ct-idx from 1 by 1
                   until ws-ct-idx > ws-ctl-count
               if ws-ct-file(ws-ct-idx) = ws-fl-live(ws-fl-idx)
                   move ws-ct-idx to ws-ct-found
               end-if
           end-perform.

       2200-prove-one-record.
           read generation-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   if ws-fl-idx = 1
                       add gen-ldg-balance to ws-file-total
                   end-if
                   if ws-fl-idx = 5
                       add gen-bud-amount to ws-file-total
                   end-if
                   if ws-fl-idx = 6
                       add gen-per-closing to ws-file-total
                   end-if
                   if ws-fl-idx = 7
                       add gen-hst-amount to ws-file-total
                   end-if
                   if ws-fl-idx = 9
                       add gen-hld-amount to ws-file-total
                   end-if
           end-read.

      * The generation proved, so each live file is emptied and
      * loaded from it. Records come off the generation in key order,
      * the order BACKUP read them in. RUNCTL.DAT goes back last.
       3000-reload-files.
           perform 3100-reload-ledger
           perform 3200-reload-ledgerref
           perform 3300-reload-ccmaster
           perform 3400-reload-deptmast
           perform 3500-reload-budget
           perform 3600-reload-period
           perform 3700-reload-history
           perform 3800-reload-period-control
           perform 3850-reload-held
           perform 3900-reload-runctl
           if ws-write-errors > 0
               display "RESTORE: " ws-write-errors
                   " records could not be written back"
           end-if.

       3010-open-generation.
           move spaces to ws-gen-name
           string ws-fl-base(ws-fl-idx) delimited by space
               ".B" delimited by size
               ws-gen-date delimited by size
               into ws-gen-name
           move 0 to ws-file-count
           move 0 to ws-file-total
           move 'N' to ws-eof-switch
           open input generation-file
           if ws-gen-status not = "00"
               set ws-eof to true
           end-if.

       3020-read-generation.
           read generation-file
               at end
                   set ws-eof to true
           end-read.

       3100-reload-ledger.
           move 1 to ws-fl-idx
           perform 3010-open-generation
           open output ledger-file
           perform 3020-read-generation
           perform 3110-reload-ledger-record until ws-eof
           close ledger-file
           close generation-file.

       3110-reload-ledger-record.
           move generation-record to ledger-record
           write ledger-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3200-reload-ledgerref.
           move 2 to ws-fl-idx
           perform 3010-open-generation
           open output ledgerref-file
           perform 3020-read-generation
           perform 3210-reload-ledgerref-record until ws-eof
           close ledgerref-file
           close generation-file.

       3210-reload-ledgerref-record.
           move generation-record to ledgerref-record
           write ledgerref-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3300-reload-ccmaster.
           move 3 to ws-fl-idx
           perform 3010-open-generation
           open output ccmaster-file
           perform 3020-read-generation
           perform 3310-reload-ccmaster-record until ws-eof
           close ccmaster-file
           close generation-file.

       3310-reload-ccmaster-record.
           move generation-record to ccmaster-record
           write ccmaster-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3400-reload-deptmast.
           move 4 to ws-fl-idx
           perform 3010-open-generation
           open output deptmast-file
           perform 3020-read-generation
           perform 3410-reload-deptmast-record until ws-eof
           close deptmast-file
           close generation-file.

       3410-reload-deptmast-record.
           move generation-record to deptmast-record
           write deptmast-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3500-reload-budget.
           move 5 to ws-fl-idx
           perform 3010-open-generation
           open output budget-file
           perform 3020-read-generation
           perform 3510-reload-budget-record until ws-eof
           close budget-file
           close generation-file.

       3510-reload-budget-record.
           move generation-record to budget-record
           write budget-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3600-reload-period.
           move 6 to ws-fl-idx
           perform 3010-open-generation
           open output period-file
           perform 3020-read-generation
           perform 3610-reload-period-record until ws-eof
           close period-file
           close generation-file.

       3610-reload-period-record.
           move generation-record to period-record
           write period-record
               invalid key
                   add 1 to ws-write-errors
           end-write
           perform 3020-read-generation.

       3700-reload-history.
           move 7 to ws-fl-idx
           perform 3010-open-generation
           open output history-file
           perform 3020-read-generation
           perform 3710-reload-history-record until ws-eof
           close history-file
           close generation-file.

       3710-reload-history-record.
           move generation-record to history-record
           write history-record
           perform 3020-read-generation.

       3800-reload-period-control.
           move 8 to ws-fl-idx
           perform 3010-open-generation
           open output period-control-file
           perform 3020-read-generation
           perform 3810-reload-period-control-record until ws-eof
           close period-control-file
           close generation-file.

       3810-reload-period-control-record.
           move generation-record to period-control-record
           write period-control-record
           perform 3020-read-generation.

       3850-reload-held.
           move 9 to ws-fl-idx
           perform 3010-open-generation
           open output held-file
           perform 3020-read-generation
           perform 3860-reload-held-record until ws-eof
           close held-file
           close generation-file.

       3860-reload-held-record.
           move generation-record to held-record
           write held-record
           perform 3020-read-generation.

      * The rollback: RUNCTL.DAT as it stood when BACKUP ran. Every
      * job that completed after that point shows its previous run
      * again, so its gate lets it through today.
       3900-reload-runctl.
           move 10 to ws-fl-idx
           perform 3010-open-generation
           open output runctl-file
           perform 3020-read-generation
           perform 3910-reload-runctl-record until ws-eof
           close runctl-file
           close generation-file.

       3910-reload-runctl-record.
           move generation-record to runctl-record
           write runctl-record
           perform 3020-read-generation.

      * Second proof: each live file read back whole, counted and
      * totalled the way BACKUP counted and totalled it.
       4000-reprove-files.
           perform 4100-reprove-ledger
           perform 4200-reprove-ledgerref
           perform 4300-reprove-ccmaster
           perform 4400-reprove-deptmast
           perform 4500-reprove-budget
           perform 4600-reprove-period
           perform 4700-reprove-history
           perform 4800-reprove-period-control
           perform 4820-reprove-held
           perform 4850-reprove-runctl.

       4010-start-reproof.
           move 0 to ws-file-count
           move 0 to ws-file-total
           move 'N' to ws-eof-switch.

       4020-end-reproof.
           move ws-file-count to ws-rs-live-records(ws-fl-idx)
           move ws-file-total to ws-rs-live-total(ws-fl-idx)
           add ws-file-count to ws-records-out.

       4100-reprove-ledger.
           move 1 to ws-fl-idx
           perform 4010-start-reproof
           open input ledger-file
           if ws-ledger-status not = "00"
               set ws-eof to true
           end-if
           perform 4110-reprove-ledger-record until ws-eof
           if ws-ledger-status = "00" or ws-ledger-status = "10"
               close ledger-file
           end-if
           perform 4020-end-reproof.

       4110-reprove-ledger-record.
           read ledger-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   add ldg-balance to ws-file-total
           end-read
           if ws-ledger-status > "10"
               set ws-eof to true
           end-if.

       4200-reprove-ledgerref.
           move 2 to ws-fl-idx
           perform 4010-start-reproof
           open input ledgerref-file
           if ws-ref-status not = "00"
               set ws-eof to true
           end-if
           perform 4210-reprove-ledgerref-record until ws-eof
           if ws-ref-status = "00" or ws-ref-status = "10"
               close ledgerref-file
           end-if
           perform 4020-end-reproof.

       4210-reprove-ledgerref-record.
           read ledgerref-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
           end-read
           if ws-ref-status > "10"
               set ws-eof to true
           end-if.

       4300-reprove-ccmaster.
           move 3 to ws-fl-idx
           perform 4010-start-reproof
           open input ccmaster-file
           if ws-ccm-status not = "00"
               set ws-eof to true
           end-if
           perform 4310-reprove-ccmaster-record until ws-eof
           if ws-ccm-status = "00" or ws-ccm-status = "10"
               close ccmaster-file
           end-if
           perform 4020-end-reproof.

       4310-reprove-ccmaster-record.
           read ccmaster-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
           end-read
           if ws-ccm-status > "10"
               set ws-eof to true
           end-if.

       4400-reprove-deptmast.
           move 4 to ws-fl-idx
           perform 4010-start-reproof
           open input deptmast-file
           if ws-dpt-status not = "00"
               set ws-eof to true
           end-if
           perform 4410-reprove-deptmast-record until ws-eof
           if ws-dpt-status = "00" or ws-dpt-status = "10"
               close deptmast-file
           end-if
           perform 4020-end-reproof.

       4410-reprove-deptmast-record.
           read deptmast-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
           end-read
           if ws-dpt-status > "10"
               set ws-eof to true
           end-if.

       4500-reprove-budget.
           move 5 to ws-fl-idx
           perform 4010-start-reproof
           open input budget-file
           if ws-bud-status not = "00"
               set ws-eof to true
           end-if
           perform 4510-reprove-budget-record until ws-eof
           if ws-bud-status = "00" or ws-bud-status = "10"
               close budget-file
           end-if
           perform 4020-end-reproof.

       4510-reprove-budget-record.
           read budget-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   add bud-amount to ws-file-total
           end-read
           if ws-bud-status > "10"
               set ws-eof to true
           end-if.

       4600-reprove-period.
           move 6 to ws-fl-idx
           perform 4010-start-reproof
           open input period-file
           if ws-per-status not = "00"
               set ws-eof to true
           end-if
           perform 4610-reprove-period-record until ws-eof
           if ws-per-status = "00" or ws-per-status = "10"
               close period-file
           end-if
           perform 4020-end-reproof.

       4610-reprove-period-record.
           read period-file next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   add per-closing to ws-file-total
           end-read
           if ws-per-status > "10"
               set ws-eof to true
           end-if.

       4700-reprove-history.
           move 7 to ws-fl-idx
           perform 4010-start-reproof
           open input history-file
           if ws-hist-status not = "00"
               set ws-eof to true
           end-if
           perform 4710-reprove-history-record until ws-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if
           perform 4020-end-reproof.

       4710-reprove-history-record.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   add hst-amount to ws-file-total
           end-read
           if ws-hist-status > "10"
               set ws-eof to true
           end-if.

       4800-reprove-period-control.
           move 8 to ws-fl-idx
           perform 4010-start-reproof
           open input period-control-file
           if ws-pctl-status not = "00"
               set ws-eof to true
           end-if
           perform 4810-reprove-period-control-record until ws-eof
           if ws-pctl-status = "00" or ws-pctl-status = "10"
               close period-control-file
           end-if
           perform 4020-end-reproof.

       4810-reprove-period-control-record.
           read period-control-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
           end-read
           if ws-pctl-status > "10"
               set ws-eof to true
           end-if.

       4820-reprove-held.
           move 9 to ws-fl-idx
           perform 4010-start-reproof
           open input held-file
           if ws-held-status not = "00"
               set ws-eof to true
           end-if
           perform 4830-reprove-held-record until ws-eof
           if ws-held-status = "00" or ws-held-status = "10"
               close held-file
           end-if
           perform 4020-end-reproof.

       4830-reprove-held-record.
           read held-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
                   add hld-amount to ws-file-total
           end-read
           if ws-held-status > "10"
               set ws-eof to true
           end-if.

       4850-reprove-runctl.
           move 10 to ws-fl-idx
           perform 4010-start-reproof
           open input runctl-file
           if ws-runctl-status not = "00"
               set ws-eof to true
           end-if
           perform 4860-reprove-runctl-record until ws-eof
           if ws-runctl-status = "00" or ws-runctl-status = "10"
               close runctl-file
           end-if
           perform 4020-end-reproof.

       4860-reprove-runctl-record.
           read runctl-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-file-count
           end-read
           if ws-runctl-status > "10"
               set ws-eof to true
           end-if.

       4900-check-one-reproof.
           if ws-rs-live-records(ws-fl-idx)
                   not = ws-rs-ctl-records(ws-fl-idx)
                   or ws-rs-live-total(ws-fl-idx)
                       not = ws-rs-ctl-total(ws-fl-idx)
               move 'N' to ws-proof-switch
           end-if.

       5000-write-report.
           open output report-file
           move spaces to report-line
           string "RESTORE OF BACKUP GENERATION B" delimited by size
               ws-gen-date delimited by size
               " - RUN " delimited by size
               ws-today delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "FILE            CONTROL RESTORED    AMOUNT TOTAL"
               to report-line
           write report-line
           perform 5100-write-file-line
               varying ws-fl-idx from 1 by 1
               until ws-fl-idx > 10
           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-restore-proved
               string "RESTORE PROVED - RUNCTL.DAT ROLLED BACK TO "
                   delimited by size
                   "THE BACKUP POINT" delimited by size
                   into report-line
           else
               move "RESTORE DOES NOT PROVE - FILES MARKED ABOVE"
                   to report-line
           end-if
           write report-line
           close report-file.

       5100-write-file-line.
           move ws-rs-ctl-records(ws-fl-idx) to ws-edit-8
           move ws-rs-live-records(ws-fl-idx) to ws-edit-8b
           move ws-rs-live-total(ws-fl-idx) to ws-edit-total
           if ws-rs-live-records(ws-fl-idx)
                   = ws-rs-ctl-records(ws-fl-idx)
                   and ws-rs-live-total(ws-fl-idx)
                       = ws-rs-ctl-total(ws-fl-idx)
               move "PROVED" to ws-proof-word
           else
               move "DOES NOT PROVE" to ws-proof-word
           end-if
           move spaces to report-line
           string ws-fl-live(ws-fl-idx) delimited by size
               " " delimited by size
               ws-edit-8 delimited by size
               " " delimited by size
               ws-edit-8b delimited by size
               " " delimited by size
               ws-edit-total delimited by size
               " " delimited by size
               ws-proof-word delimited by size
               into report-line
           write report-line.

      * Recorded after the rollback, so the restore itself shows on
      * RUNREPORT with the records it proved and put back.
       5500-record-restore.
           call 'runctl' using ws-my-name, ws-prereq-name,
               ws-today, ws-run-go
           if ws-run-go = 0
               call 'runend' using ws-my-name, ws-today,
                   ws-records-in, ws-records-out
           end-if.

      * A refused restore touched nothing; the report says why, with
      * what the generation held next to what its control file says.
       6000-write-refusal-report.
           open output report-file
           move spaces to report-line
           string "RESTORE OF BACKUP GENERATION B" delimited by size
               ws-gen-date delimited by size
               " - REFUSED" delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "REASON: " delimited by size
               ws-refuse-reason delimited by size
               into report-line
           write report-line
           move "NO LIVE FILE HAS BEEN TOUCHED" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "FILE            CONTROL GENERATN    AMOUNT TOTAL"
               to report-line
           write report-line
           perform 6100-write-generation-line
               varying ws-fl-idx from 1 by 1
               until ws-fl-idx > 10
           close report-file.

       6100-write-generation-line.
           move ws-rs-ctl-records(ws-fl-idx) to ws-edit-8
           move ws-rs-gen-records(ws-fl-idx) to ws-edit-8b
           move ws-rs-gen-total(ws-fl-idx) to ws-edit-total
           move spaces to report-line
           string ws-fl-live(ws-fl-idx) delimited by size
               " " delimited by size
               ws-edit-8 delimited by size
               " " delimited by size
               ws-edit-8b delimited by size
               " " delimited by size
               ws-edit-total delimited by size
               into report-line
           write report-line.
