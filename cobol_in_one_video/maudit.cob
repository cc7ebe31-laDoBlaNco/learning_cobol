      * MAUDIT is the maintenance screens' shared audit subprogram, a
      * sibling to GETSUM and RUNCTL. Every add, change, close, and
      * repair made through CCMAINT, BUDMAINT, and EXCREPAIR calls it
      * with the operator who signed on, the program, the file and key
      * touched, and the record image before and after; it stamps the
      * date and time and appends the row to MAINTAUD.DAT. Changes to
      * the masters used to leave no trace at all - now MAUDRPT can
      * say who moved a center out of a department, and when.
       identification division.
       program-id. maudit.
       environment division.
       input-output section.
       file-control.
           select maintaud-file assign to "MAINTAUD.DAT"
               organization is line sequential
               file status is ws-maud-status.

       data division.
       file section.
       fd  maintaud-file.
           copy maudrec.

       working-storage section.
           01 ws-maud-status    pic xx.
      * ACCEPT FROM TIME hands back hhmmsscc; the audit row carries
      * hhmmss, so the hundredths are divided away after the accept.
           01 ws-time-raw       pic 9(8).

       linkage section.
           01 lma-operator      pic x(8).
           01 lma-program       pic x(10).
           01 lma-file          pic x(14).
           01 lma-action        pic x(8).
           01 lma-key           pic x(22).
           01 lma-before        pic x(100).
           01 lma-after         pic x(100).

       procedure division using lma-operator, lma-program, lma-file,
               lma-action, lma-key, lma-before, lma-after.
           open extend maintaud-file
           if ws-maud-status not = "00"
               open output maintaud-file
               close maintaud-file
               open extend maintaud-file
           end-if
           accept mau-date from date yyyymmdd
           accept ws-time-raw from time
           divide ws-time-raw by 100 giving mau-time
           move lma-operator to mau-operator
           move lma-program to mau-program
           move lma-file to mau-file
           move lma-action to mau-action
           move lma-key to mau-key
           move lma-before to mau-before
           move lma-after to mau-after
           write maintaud-record
           close maintaud-file
           exit program.
