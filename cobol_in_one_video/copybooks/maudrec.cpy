      * MAUDREC - the MAINTAUD.DAT record, one row for every change a
      * supervisor or clerk makes to a master or exception file
      * through a maintenance screen: who, when, which program and
      * file, what kind of change, the record's key, and the record
      * image before and after. Written only through MAUDIT, read by
      * MAUDRPT. An add has a blank before-image.
       01  maintaud-record.
           05 mau-date             pic 9(8).
           05 mau-time             pic 9(6).
           05 mau-operator         pic x(8).
           05 mau-program          pic x(10).
      * The file changed, by its own name - CCMASTER.DAT, BUDGET.DAT,
      * LEDGERPOST.EXC and so on.
           05 mau-file             pic x(14).
      * ADD, RENAME, CLOSE, DEPT, LIMIT, REVISE, REPAIR.
           05 mau-action           pic x(8).
           05 mau-key              pic x(22).
      * Record images exactly as they stand on the file (for a repair,
      * the reject as it stood and the input record resubmitted for
      * it) - wide enough for the widest of them.
           05 mau-before           pic x(100).
           05 mau-after            pic x(100).
