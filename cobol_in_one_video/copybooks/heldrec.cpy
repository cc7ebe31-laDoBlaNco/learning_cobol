      * HELDREC - the HELDPOST.DAT record, one row for every posting
      * LEDGERPOST diverted for a supervisor's approval instead of
      * applying: the posting itself exactly as it arrived, why it was
      * held, and what HOLDMAINT did with it. Shared so the posting
      * run that writes it and the approval screen agree on the shape.
       01  held-record.
           05 hld-cost-center      pic x(6).
           05 hld-amount           pic s9(5)v99 sign leading separate.
           05 hld-trans-type       pic x.
      * Always present - a held posting that arrived without a
      * reference is stamped one by LEDGERPOST as it is held, so it
      * can be tracked on LEDGERREF.DAT and released by it.
           05 hld-reference        pic x(16).
      * L over the center's approval limit, B past the month's budget.
           05 hld-hold-code        pic x.
               88 hld-over-limit  value 'L'.
               88 hld-over-budget value 'B'.
           05 hld-reason           pic x(40).
           05 hld-hold-date        pic 9(8).
      * 'H' waiting on a supervisor, 'A' approved and back on
      * LEDGERIN.DAT, 'X' rejected.
           05 hld-status           pic x.
               88 hld-waiting  value 'H'.
               88 hld-approved value 'A'.
               88 hld-rejected value 'X'.
           05 hld-approver         pic x(8).
           05 hld-action-date      pic 9(8).
