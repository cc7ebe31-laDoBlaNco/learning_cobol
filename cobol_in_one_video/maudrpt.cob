      * MAUDRPT lists the maintenance audit trail MAUDIT keeps on
      * MAINTAUD.DAT - every add, change, close, and repair made
      * through CCMAINT, BUDMAINT, and EXCREPAIR - for a date range,
      * so an auditor can answer "who moved center X out of
      * department Y, and when" straight off the report. Each change
      * prints with its operator, date and time, program, file, and
      * key, and the record as it stood before and after.
      * The range defaults to the first of the current month through
      * today; set MAUDRPT_FROM and MAUDRPT_TO (yyyymmdd) for another.
      * MAUDRPT_FILE narrows it to one file (CCMASTER.DAT, or just
      * CCMASTER), MAUDRPT_OPER to one operator, and MAUDRPT_KEY to
      * the keys beginning with what is set - one center, say.
       identification division.
       program-id. maudrpt.
       environment division.
       input-output section.
       file-control.
           select maintaud-file assign to "MAINTAUD.DAT"
               organization is line sequential
               file status is ws-maud-status.
           select report-file assign to "MAUDRPT.RPT"
               organization is line sequential.

       data division.
       file section.
       fd  maintaud-file.
           copy maudrec.

       fd  report-file.
       01  report-line             pic x(72).

       working-storage section.
           01 ws-eof-switch     pic x value 'N'.
               88 ws-eof value 'Y'.
           01 ws-maud-status    pic xx.
           01 ws-today          pic 9(8).
           01 ws-from-date      pic 9(8).
           01 ws-to-date        pic 9(8).
           01 ws-date-env       pic x(8) value spaces.
      * Selection filters, blank for no filter. File and key match on
      * as many characters as were set.
           01 ws-file-filter    pic x(14) value spaces.
           01 ws-file-len       pic 99 value 0.
           01 ws-oper-filter    pic x(8) value spaces.
           01 ws-key-filter     pic x(22) value spaces.
           01 ws-key-len        pic 99 value 0.
           01 ws-select-switch  pic x value 'N'.
               88 ws-row-selected value 'Y'.

           01 ws-read-count     pic 9(8) value 0.
           01 ws-list-count     pic 9(8) value 0.
           01 ws-edit-8         pic zzzzzzz9.

       procedure division.
       0000-main.
           accept ws-today from date yyyymmdd
           perform 1000-load-selection
           open output report-file
           perform 1500-write-heading
           open input maintaud-file
           if ws-maud-status not = "00"
               set ws-eof to true
               move "NO MAINTENANCE AUDIT FILE ON RECORD"
                   to report-line
               write report-line
           end-if
           perform 2000-report-one-change until ws-eof
           if ws-maud-status = "00" or ws-maud-status = "10"
               close maintaud-file
           end-if
           perform 3000-write-totals
           close report-file
           stop run.

       1000-load-selection.
           move ws-today to ws-from-date
           move "01" to ws-from-date(7:2)
           move ws-today to ws-to-date
           accept ws-date-env from environment "MAUDRPT_FROM"
           if ws-date-env not = spaces
               if ws-date-env is numeric
                   move ws-date-env to ws-from-date
               end-if
           end-if
           move spaces to ws-date-env
           accept ws-date-env from environment "MAUDRPT_TO"
           if ws-date-env not = spaces
               if ws-date-env is numeric
                   move ws-date-env to ws-to-date
               end-if
           end-if
           accept ws-file-filter from environment "MAUDRPT_FILE"
           accept ws-oper-filter from environment "MAUDRPT_OPER"
           accept ws-key-filter from environment "MAUDRPT_KEY"
           inspect ws-file-filter tallying ws-file-len
               for characters before initial space
           inspect ws-key-filter tallying ws-key-len
               for characters before initial space.

       1500-write-heading.
           move spaces to report-line
           string "MAINTENANCE AUDIT REPORT - " delimited by size
               ws-from-date delimited by size
               " THROUGH " delimited by size
               ws-to-date delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "FILE: " delimited by size
               ws-file-filter delimited by size
               " OPERATOR: " delimited by size
               ws-oper-filter delimited by size
               " KEY: " delimited by size
               ws-key-filter delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DATE     TIME   OPERATOR PROGRAM    FILE"
               delimited by size
               "           ACTION" delimited by size
               into report-line
           write report-line.

       2000-report-one-change.
           read maintaud-file
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-read-count
                   perform 2100-select-row
                   if ws-row-selected
                       perform 2200-write-change
                   end-if
           end-read.

       2100-select-row.
           set ws-row-selected to true
           if mau-date < ws-from-date or mau-date > ws-to-date
               move 'N' to ws-select-switch
           end-if
           if ws-file-len > 0
               if mau-file(1:ws-file-len)
                       not = ws-file-filter(1:ws-file-len)
                   move 'N' to ws-select-switch
               end-if
           end-if
           if ws-oper-filter not = spaces
               if mau-operator not = ws-oper-filter
                   move 'N' to ws-select-switch
               end-if
           end-if
           if ws-key-len > 0
               if mau-key(1:ws-key-len)
                       not = ws-key-filter(1:ws-key-len)
                   move 'N' to ws-select-switch
               end-if
           end-if.

      * Images print as they sit on the file, sixty characters to a
      * line; the rest of an image only prints when there is any.
       2200-write-change.
           add 1 to ws-list-count
           move spaces to report-line
           write report-line
           move spaces to report-line
           string mau-date delimited by size
               " " delimited by size
               mau-time delimited by size
               " " delimited by size
               mau-operator delimited by size
               " " delimited by size
               mau-program delimited by size
               " " delimited by size
               mau-file delimited by size
               " " delimited by size
               mau-action delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "    KEY...: " delimited by size
               mau-key delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "    BEFORE: " delimited by size
               mau-before(1:60) delimited by size
               into report-line
           write report-line
           if mau-before(61:40) not = spaces
               move spaces to report-line
               string "            " delimited by size
                   mau-before(61:40) delimited by size
                   into report-line
               write report-line
           end-if
           move spaces to report-line
           string "    AFTER.: " delimited by size
               mau-after(1:60) delimited by size
               into report-line
           write report-line
           if mau-after(61:40) not = spaces
               move spaces to report-line
               string "            " delimited by size
                   mau-after(61:40) delimited by size
                   into report-line
               write report-line
           end-if.

       3000-write-totals.
           move spaces to report-line
           write report-line
           move ws-read-count to ws-edit-8
           move spaces to report-line
           string "AUDIT ROWS READ.......: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line
           move ws-list-count to ws-edit-8
           move spaces to report-line
           string "CHANGES LISTED........: " delimited by size
               ws-edit-8 delimited by size
               into report-line
           write report-line.
