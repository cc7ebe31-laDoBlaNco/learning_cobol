      * BUDREC - the BUDGET.DAT record, one budget amount per
      * cost-center per month, maintained through BUDMAINT. Shared by
      * the screen, the BUDVAR report, and LEDGERPOST's over-budget
      * hold so they all agree on the shape.
       01  budget-record.
           05 bud-key.
               10 bud-cost-center  pic x(6).
               10 bud-period       pic 9(6).
      * Signed like every other amount in the suite - a negative
      * budget is unusual but legal (a planned net credit).
           05 bud-amount           pic s9(5)v99 sign leading separate.
