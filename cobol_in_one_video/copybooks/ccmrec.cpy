               88 ccm-active value 'A'.
               88 ccm-closed value 'C'.
           05 ccm-department       pic x(4).
      * The largest single posting LEDGERPOST will apply to the center
      * without a supervisor's approval, either way from zero - a
      * bigger one is held on HELDPOST.DAT for HOLDMAINT instead. Zero
      * means no limit, which is what the column holds once masters
      * from before it existed are converted (widened once, exactly
      * as for the department code); the supervisor sets it through
      * CCMAINT.
           05 ccm-approval-limit   pic 9(5)v99.
