      * BACKUP is the first leg of the night cycle. LEDGERPOST says it
      * in as many words: once LEDGER.DAT is damaged, a restore is the
      * only way back - and until now the suite never took anything to
      * restore from; operations copied files by hand when somebody
      * remembered. Before any job of the night touches them, this job
      * unloads the indexed masters - LEDGER.DAT, LEDGERREF.DAT,
      * CCMASTER.DAT, DEPTMAST.DAT, BUDGET.DAT, LEDGERPER.DAT - to dated
      * sequential generation files (LEDGER.Byyyymmdd and so on, the
      * generation naming LOGARCHIVE and LEDGERCLOSE use), along with
      * LEDGERHIST.DAT and PERCTL.DAT, which have to come back with
      * the ledger for LEDGERPROOF to tie, HELDPOST.DAT, which has to
      * agree with the held references on LEDGERREF.DAT, and
      * RUNCTL.DAT as it stood at the backup point. A control file,
      * BACKUPCTL.Byyyymmdd, carries each file's record count and
      * money total for RESTORE to prove against. Completed
      * generations are listed on BACKUP.CAT; the newest
      * BACKUP_GENERATIONS of them (5 unless set) are kept and older
      * ones deleted. A file that cannot be
      * unloaded leaves the generation uncatalogued and ends without a
      * RUNEND, so its RUNCTL row stays 'R' and the night cycle stops
      * before anything runs without a backup behind it.
       identification division.
       program-id. backup.
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
      * Every generation file goes through this one select, one file
      * at a time - the name is set before each open.
           select generation-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-gen-status.
           select control-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-ctl-status.
           select catalog-file assign to "BACKUP.CAT"
               organization is line sequential
               file status is ws-cat-status.
           select report-file assign to "BACKUP.RPT"
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

      * Wide enough for the longest record unloaded (HELDPOST.DAT's
      * 97 bytes); each record goes across exactly as it sits.
       fd  generation-file.
       01  generation-record       pic x(100).

       fd  control-file.
           copy bkctlrec.

      * One row per completed generation, oldest first.
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
           01 ws-gen-status     pic xx.
           01 ws-ctl-status     pic xx.
           01 ws-cat-status     pic xx.
           01 ws-open-status    pic xx.
           01 ws-today          pic 9(8).
           01 ws-time-raw       pic 9(8).
           01 ws-time-now       pic 9(6).
           01 ws-my-name        pic x(8) value "BACKUP".
      * Run-control working fields. No prerequisite - the backup is
      * the first thing the night does.
           01 ws-prereq-name    pic x(8) value spaces.
           01 ws-run-go         pic 9.

           01 ws-gen-name       pic x(24).
           01 ws-gen-base       pic x(10).
           01 ws-gen-date       pic 9(8).
           01 ws-cur-file       pic x(14).
           01 ws-fail-switch    pic x value 'N'.
               88 ws-backup-failed value 'Y'.
           01 ws-fail-reason    pic x(40) value spaces.

      * What went onto tonight's generation, one row per file in
      * unload order - written to the control file and the report.
           01 ws-bk-count       pic 9(2) value 0.
           01 ws-bk-table.
               05 ws-bk-entry occurs 10 times.
                   10 ws-bk-file       pic x(14).
                   10 ws-bk-records    pic 9(8).
                   10 ws-bk-total      pic s9(11)v99.
           01 ws-bk-idx         pic 9(2).
           01 ws-file-count     pic 9(8).
           01 ws-file-total     pic s9(11)v99.
           01 ws-total-in       pic 9(8) value 0.
           01 ws-total-out      pic 9(8) value 0.

      * Generations kept, and the catalog worked on as a table and
      * written back whole.
           01 ws-keep-count     pic 9(2) value 5.
           01 ws-keep-env       pic x(2) value spaces.
           01 ws-cat-count      pic 9(3) value 0.
           01 ws-cat-table.
               05 ws-cat-entry occurs 100 times.
                   10 ws-ct-date       pic 9(8).
                   10 ws-ct-time       pic 9(6).
           01 ws-cat-idx        pic 9(3).
           01 ws-drop-count     pic 9(3) value 0.
      * Every file a generation is made of, by its generation name.
           01 ws-base-names.
               05 filler pic x(10) value "LEDGER    ".
               05 filler pic x(10) value "LEDGERREF ".
               05 filler pic x(10) value "CCMASTER  ".
               05 filler pic x(10) value "DEPTMAST  ".
               05 filler pic x(10) value "BUDGET    ".
               05 filler pic x(10) value "LEDGERPER ".
               05 filler pic x(10) value "LEDGERHIST".
               05 filler pic x(10) value "PERCTL    ".
               05 filler pic x(10) value "HELDPOST  ".
               05 filler pic x(10) value "RUNCTL    ".
               05 filler pic x(10) value "BACKUPCTL ".
           01 ws-base-redef redefines ws-base-names.
               05 ws-base-name  pic x(10) occurs 11 times.
           01 ws-base-idx       pic 9(2).

           01 ws-edit-8         pic zzzzzzz9.
           01 ws-edit-total     pic -(11)9.99.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           accept ws-time-raw from time
           divide ws-time-raw by 100 giving ws-time-now
      * Run-control gate: one generation per day.
           call 'runctl' using ws-my-name, ws-prereq-name,
               ws-today, ws-run-go
           if ws-run-go not = 0
               perform 0200-refuse-run
           else
               perform 1000-initialize
               perform 2000-unload-files
               if ws-backup-failed
                   display "BACKUP: generation B" ws-today
                       " incomplete - " ws-fail-reason
               else
                   perform 3000-write-control-file
                   perform 3500-update-catalog
                   display "BACKUP: generation B" ws-today
                       " complete, " ws-total-out " records"
                   call 'runend' using ws-my-name, ws-today,
                       ws-total-in, ws-total-out
               end-if
               perform 4000-write-report
           end-if
      * GOBACK, not STOP RUN: NIGHTCYCLE calls this job as one leg
      * of the night cycle, and STOP RUN would take the whole
      * cycle down with it. Run standalone, GOBACK ends the run
      * unit exactly the same way.
           goback.

       0200-refuse-run.
           if ws-run-go = 1
               display "BACKUP: already completed for " ws-today
                   ", run refused"
           else
               display "BACKUP: prerequisite " ws-prereq-name
                   " has not completed, run refused"
           end-if.

       1000-initialize.
           move ws-today to ws-gen-date
           accept ws-keep-env from environment "BACKUP_GENERATIONS"
           if ws-keep-env not = spaces
               if function trim(ws-keep-env) is numeric
                   move function trim(ws-keep-env) to ws-keep-count
               end-if
           end-if
           if ws-keep-count = 0
               move 1 to ws-keep-count
           end-if.

      * A file that has never been created (status 35) unloads as an
      * empty generation - a site with no budgets yet still backs up
      * cleanly, and a restore recreates it empty. Any other failure
      * to open or read means the generation cannot be trusted.
       2000-unload-files.
           perform 2100-unload-ledger
           perform 2200-unload-ledgerref
           perform 2300-unload-ccmaster
           perform 2400-unload-deptmast
           perform 2500-unload-budget
           perform 2600-unload-period
           perform 2700-copy-history
           perform 2800-copy-period-control
           perform 2850-copy-held
           perform 2900-copy-runctl.

       2010-open-generation.
           move spaces to ws-gen-name
           string ws-gen-base delimited by space
               ".B" delimited by size
               ws-gen-date delimited by size
               into ws-gen-name
           open output generation-file
           if ws-gen-status not = "00"
               set ws-backup-failed to true
               move spaces to ws-fail-reason
               string "cannot write " delimited by size
                   ws-gen-name delimited by space
                   into ws-fail-reason
           end-if
           move 0 to ws-file-count
           move 0 to ws-file-total
           move 'N' to ws-eof-switch.

       2020-close-generation.
           close generation-file
           add 1 to ws-bk-count
           move ws-cur-file to ws-bk-file(ws-bk-count)
           move ws-file-count to ws-bk-records(ws-bk-count)
           move ws-file-total to ws-bk-total(ws-bk-count)
           add ws-file-count to ws-total-in
           add ws-file-count to ws-total-out.

       2030-check-open.
           if ws-open-status = "35"
               set ws-eof to true
               display "BACKUP: no " ws-cur-file
                   ", unloaded as empty"
           else
               if ws-open-status not = "00"
                   set ws-eof to true
                   set ws-backup-failed to true
                   move spaces to ws-fail-reason
                   string "cannot open " delimited by size
                       ws-cur-file delimited by space
                       ", status " delimited by size
                       ws-open-status delimited by size
                       into ws-fail-reason
               end-if
           end-if.

       2040-check-read.
           if ws-open-status > "10"
               set ws-eof to true
               set ws-backup-failed to true
               move spaces to ws-fail-reason
               string "read error on " delimited by size
                   ws-cur-file delimited by space
                   ", status " delimited by size
                   ws-open-status delimited by size
                   into ws-fail-reason
           end-if.

       2050-write-generation.
           write generation-record
           add 1 to ws-file-count.

       2100-unload-ledger.
           move "LEDGER" to ws-gen-base
           move "LEDGER.DAT" to ws-cur-file
           perform 2010-open-generation
           open input ledger-file
           move ws-ledger-status to ws-open-status
           perform 2030-check-open
           perform 2110-unload-ledger-record until ws-eof
           if ws-ledger-status = "00" or ws-ledger-status = "10"
               close ledger-file
           end-if
           perform 2020-close-generation.

       2110-unload-ledger-record.
           read ledger-file next record
               at end
                   set ws-eof to true
               not at end
                   move ledger-record to generation-record
                   perform 2050-write-generation
                   add ldg-balance to ws-file-total
           end-read
           move ws-ledger-status to ws-open-status
           perform 2040-check-read.

       2200-unload-ledgerref.
           move "LEDGERREF" to ws-gen-base
           move "LEDGERREF.DAT" to ws-cur-file
           perform 2010-open-generation
           open input ledgerref-file
           move ws-ref-status to ws-open-status
           perform 2030-check-open
           perform 2210-unload-ledgerref-record until ws-eof
           if ws-ref-status = "00" or ws-ref-status = "10"
               close ledgerref-file
           end-if
           perform 2020-close-generation.

       2210-unload-ledgerref-record.
           read ledgerref-file next record
               at end
                   set ws-eof to true
               not at end
                   move ledgerref-record to generation-record
                   perform 2050-write-generation
           end-read
           move ws-ref-status to ws-open-status
           perform 2040-check-read.

       2300-unload-ccmaster.
           move "CCMASTER" to ws-gen-base
           move "CCMASTER.DAT" to ws-cur-file
           perform 2010-open-generation
           open input ccmaster-file
           move ws-ccm-status to ws-open-status
           perform 2030-check-open
           perform 2310-unload-ccmaster-record until ws-eof
           if ws-ccm-status = "00" or ws-ccm-status = "10"
               close ccmaster-file
           end-if
           perform 2020-close-generation.

       2310-unload-ccmaster-record.
           read ccmaster-file next record
               at end
                   set ws-eof to true
               not at end
                   move ccmaster-record to generation-record
                   perform 2050-write-generation
           end-read
           move ws-ccm-status to ws-open-status
           perform 2040-check-read.

       2400-unload-deptmast.
           move "DEPTMAST" to ws-gen-base
           move "DEPTMAST.DAT" to ws-cur-file
           perform 2010-open-generation
           open input deptmast-file
           move ws-dpt-status to ws-open-status
           perform 2030-check-open
           perform 2410-unload-deptmast-record until ws-eof
           if ws-dpt-status = "00" or ws-dpt-status = "10"
               close deptmast-file
           end-if
           perform 2020-close-generation.

       2410-unload-deptmast-record.
           read deptmast-file next record
               at end
                   set ws-eof to true
               not at end
                   move deptmast-record to generation-record
                   perform 2050-write-generation
           end-read
           move ws-dpt-status to ws-open-status
           perform 2040-check-read.

       2500-unload-budget.
           move "BUDGET" to ws-gen-base
           move "BUDGET.DAT" to ws-cur-file
           perform 2010-open-generation
           open input budget-file
           move ws-bud-status to ws-open-status
           perform 2030-check-open
           perform 2510-unload-budget-record until ws-eof
           if ws-bud-status = "00" or ws-bud-status = "10"
               close budget-file
           end-if
           perform 2020-close-generation.

       2510-unload-budget-record.
           read budget-file next record
               at end
                   set ws-eof to true
               not at end
                   move budget-record to generation-record
                   perform 2050-write-generation
                   add bud-amount to ws-file-total
           end-read
           move ws-bud-status to ws-open-status
           perform 2040-check-read.

       2600-unload-period.
           move "LEDGERPER" to ws-gen-base
           move "LEDGERPER.DAT" to ws-cur-file
           perform 2010-open-generation
           open input period-file
           move ws-per-status to ws-open-status
           perform 2030-check-open
           perform 2610-unload-period-record until ws-eof
           if ws-per-status = "00" or ws-per-status = "10"
               close period-file
           end-if
           perform 2020-close-generation.

       2610-unload-period-record.
           read period-file next record
               at end
                   set ws-eof to true
               not at end
                   move period-record to generation-record
                   perform 2050-write-generation
                   add per-closing to ws-file-total
           end-read
           move ws-per-status to ws-open-status
           perform 2040-check-read.

       2700-copy-history.
           move "LEDGERHIST" to ws-gen-base
           move "LEDGERHIST.DAT" to ws-cur-file
           perform 2010-open-generation
           open input history-file
           move ws-hist-status to ws-open-status
           perform 2030-check-open
           perform 2710-copy-history-record until ws-eof
           if ws-hist-status = "00" or ws-hist-status = "10"
               close history-file
           end-if
           perform 2020-close-generation.

       2710-copy-history-record.
           read history-file
               at end
                   set ws-eof to true
               not at end
                   move history-record to generation-record
                   perform 2050-write-generation
                   add hst-amount to ws-file-total
           end-read
           move ws-hist-status to ws-open-status
           perform 2040-check-read.

       2800-copy-period-control.
           move "PERCTL" to ws-gen-base
           move "PERCTL.DAT" to ws-cur-file
           perform 2010-open-generation
           open input period-control-file
           move ws-pctl-status to ws-open-status
           perform 2030-check-open
           perform 2810-copy-period-control-record until ws-eof
           if ws-pctl-status = "00" or ws-pctl-status = "10"
               close period-control-file
           end-if
           perform 2020-close-generation.

       2810-copy-period-control-record.
           read period-control-file
               at end
                   set ws-eof to true
               not at end
                   move period-control-record to generation-record
                   perform 2050-write-generation
           end-read
           move ws-pctl-status to ws-open-status
           perform 2040-check-read.

      * The held postings still waiting travel with LEDGERREF.DAT,
      * whose 'H' rows they answer to.
       2850-copy-held.
           move "HELDPOST" to ws-gen-base
           move "HELDPOST.DAT" to ws-cur-file
           perform 2010-open-generation
           open input held-file
           move ws-held-status to ws-open-status
           perform 2030-check-open
           perform 2860-copy-held-record until ws-eof
           if ws-held-status = "00" or ws-held-status = "10"
               close held-file
           end-if
           perform 2020-close-generation.

       2860-copy-held-record.
           read held-file
               at end
                   set ws-eof to true
               not at end
                   move held-record to generation-record
                   perform 2050-write-generation
                   add hld-amount to ws-file-total
           end-read
           move ws-held-status to ws-open-status
           perform 2040-check-read.

      * RUNCTL.DAT as it stands now - this job's own row 'R', every
      * later job of the night not yet run. RESTORE puts it back so
      * those jobs can run again over the restored files.
       2900-copy-runctl.
           move "RUNCTL" to ws-gen-base
           move "RUNCTL.DAT" to ws-cur-file
           perform 2010-open-generation
           open input runctl-file
           move ws-runctl-status to ws-open-status
           perform 2030-check-open
           perform 2910-copy-runctl-record until ws-eof
           if ws-runctl-status = "00" or ws-runctl-status = "10"
               close runctl-file
           end-if
           perform 2020-close-generation.

       2910-copy-runctl-record.
           read runctl-file
               at end
                   set ws-eof to true
               not at end
                   move runctl-record to generation-record
                   perform 2050-write-generation
           end-read
           move ws-runctl-status to ws-open-status
           perform 2040-check-read.

       3000-write-control-file.
           move "BACKUPCTL" to ws-gen-base
           move spaces to ws-gen-name
           string ws-gen-base delimited by space
               ".B" delimited by size
               ws-gen-date delimited by size
               into ws-gen-name
           open output control-file
           perform 3100-write-control-row
               varying ws-bk-idx from 1 by 1
               until ws-bk-idx > ws-bk-count
           close control-file.

       3100-write-control-row.
           move ws-bk-file(ws-bk-idx) to bkc-file-name
           move ws-bk-records(ws-bk-idx) to bkc-record-count
           move ws-bk-total(ws-bk-idx) to bkc-amount-total
           move ws-today to bkc-backup-date
           move ws-time-now to bkc-backup-time
           write backup-control-record.

      * Tonight's generation goes on the end of the catalog (a rerun
      * the same day replaces its own row), then the oldest are
      * deleted until only the generations to keep are left.
       3500-update-catalog.
           move 0 to ws-cat-count
           move 'N' to ws-eof-switch
           open input catalog-file
           if ws-cat-status not = "00"
               set ws-eof to true
           end-if
           perform 3510-load-catalog-row until ws-eof
           if ws-cat-status = "00" or ws-cat-status = "10"
               close catalog-file
           end-if
           add 1 to ws-cat-count
           move ws-today to ws-ct-date(ws-cat-count)
           move ws-time-now to ws-ct-time(ws-cat-count)
           move 0 to ws-drop-count
           if ws-cat-count > ws-keep-count
               compute ws-drop-count = ws-cat-count - ws-keep-count
               perform 3600-drop-generation
                   varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > ws-drop-count
           end-if
           open output catalog-file
           compute ws-cat-idx = ws-drop-count + 1
           perform 3700-write-catalog-row
               until ws-cat-idx > ws-cat-count
           close catalog-file
           subtract ws-drop-count from ws-cat-count.

       3510-load-catalog-row.
           read catalog-file
               at end
                   set ws-eof to true
               not at end
                   if cat-gen-date not = ws-today
                           and ws-cat-count < 99
                       add 1 to ws-cat-count
                       move cat-gen-date to ws-ct-date(ws-cat-count)
                       move cat-gen-time to ws-ct-time(ws-cat-count)
                   end-if
           end-read.

       3600-drop-generation.
           display "BACKUP: deleting generation B"
               ws-ct-date(ws-cat-idx)
           perform 3610-delete-one-file
               varying ws-base-idx from 1 by 1
               until ws-base-idx > 11.

       3610-delete-one-file.
           move spaces to ws-gen-name
           string ws-base-name(ws-base-idx) delimited by space
               ".B" delimited by size
               ws-ct-date(ws-cat-idx) delimited by size
               into ws-gen-name
           call "CBL_DELETE_FILE" using ws-gen-name.

       3700-write-catalog-row.
           move ws-ct-date(ws-cat-idx) to cat-gen-date
           move ws-ct-time(ws-cat-idx) to cat-gen-time
           write catalog-record
           add 1 to ws-cat-idx.

       4000-write-report.
           open output report-file
           move spaces to report-line
           string "BACKUP GENERATION B" delimited by size
               ws-today delimited by size
               " - TAKEN AT " delimited by size
               ws-time-now delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "FILE             RECORDS     AMOUNT TOTAL"
               to report-line
           write report-line
           perform 4100-write-file-line
               varying ws-bk-idx from 1 by 1
               until ws-bk-idx > ws-bk-count
           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-backup-failed
               string "GENERATION INCOMPLETE, NOT CATALOGUED - "
                   delimited by size
                   ws-fail-reason delimited by size
                   into report-line
           else
               string "GENERATION COMPLETE - " delimited by size
                   ws-cat-count delimited by size
                   " ON CATALOG, " delimited by size
                   ws-keep-count delimited by size
                   " KEPT" delimited by size
                   into report-line
           end-if
           write report-line
           close report-file.

       4100-write-file-line.
           move ws-bk-records(ws-bk-idx) to ws-edit-8
           move ws-bk-total(ws-bk-idx) to ws-edit-total
           move spaces to report-line
           string ws-bk-file(ws-bk-idx) delimited by size
               "  " delimited by size
               ws-edit-8 delimited by size
               "  " delimited by size
               ws-edit-total delimited by size
               into report-line
           write report-line.
