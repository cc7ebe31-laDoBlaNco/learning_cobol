      * BKCTLREC - one row of a backup generation's control file,
      * BACKUPCTL.Byyyymmdd: for each file BACKUP unloaded, how many
      * records went onto the generation and, where the file carries
      * money, the signed total of it - LDG-BALANCE for LEDGER.DAT,
      * BUD-AMOUNT for BUDGET.DAT, PER-CLOSING for LEDGERPER.DAT,
      * HST-AMOUNT for LEDGERHIST.DAT, HLD-AMOUNT for HELDPOST.DAT;
      * zero for the rest. Written by
      * BACKUP, proved against by RESTORE before and after a reload.
       01  backup-control-record.
           05 bkc-file-name        pic x(14).
           05 bkc-record-count     pic 9(8).
           05 bkc-amount-total     pic s9(11)v99 sign leading separate.
           05 bkc-backup-date      pic 9(8).
           05 bkc-backup-time      pic 9(6).
