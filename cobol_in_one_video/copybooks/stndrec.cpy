      * STNDREC - the STANDING.DAT record, one row per standing entry:
      * the rent, service charges, and fixed chargebacks that used to
      * be re-keyed onto LEDGERIN.DAT every month for the same center
      * and the same amount. Maintained through STNDMAINT, read by
      * STNDGEN, which writes the entries due for a period as normal
      * postings. Shared so the screen and the generation job agree
      * on the shape.
       01  standing-record.
           05 stn-entry-id         pic x(6).
           05 stn-cost-center      pic x(6).
      * Signed exactly like PST-AMOUNT - a standing credit (a fixed
      * recovery, a rebate) is keyed negative.
           05 stn-amount           pic s9(5)v99 sign leading separate.
      * Carried onto the posting as PST-TRANS-TYPE unchanged.
           05 stn-trans-type       pic x.
               88 stn-type-posting    value 'P'.
               88 stn-type-reversal   value 'R'.
               88 stn-type-adjustment value 'A'.
               88 stn-type-valid      value 'P' 'R' 'A'.
      * M every month, Q every third month counted from the start
      * period, O once only, in the start period.
           05 stn-frequency        pic x.
               88 stn-freq-monthly   value 'M'.
               88 stn-freq-quarterly value 'Q'.
               88 stn-freq-one-time  value 'O'.
               88 stn-freq-valid     value 'M' 'Q' 'O'.
      * Periods are yyyymm, the LEDGERPER.DAT convention. An end
      * period of zero means the entry runs until it is cancelled.
           05 stn-start-period     pic 9(6).
           05 stn-end-period       pic 9(6).
           05 stn-description      pic x(30).
      * 'A' generates when due, 'C' is cancelled and never generates
      * again - kept on file so its old references still trace.
           05 stn-status           pic x.
               88 stn-active    value 'A'.
               88 stn-cancelled value 'C'.
