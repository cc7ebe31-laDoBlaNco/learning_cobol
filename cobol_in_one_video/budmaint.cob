      * and month (yyyymm), and the variance report reads it straight
      * off the file. A budget can only be loaded for a center that
      * exists on CCMASTER.DAT - the same no-phantom-centers rule
      * LEDGERPOST enforces on postings. The supervisor signs on with
      * an operator id, and every budget added or revised goes to
      * MAINTAUD.DAT through MAUDIT with the record before and after.
       identification division.
       program-id. budmaint.
       environment division.
       data division.
       file section.
       fd  budget-file.
           copy budrec.

       fd  ccmaster-file.
           copy ccmrec.
           01 ws-mnt-period     pic 9(6) value 0.
           01 ws-mnt-amount     pic s9(5)v99 value 0.
           01 ws-message        pic x(40) value spaces.
      * Maintenance audit fields, handed to MAUDIT as they stand.
           01 ws-operator       pic x(8) value spaces.
           01 ws-aud-program    pic x(10) value "BUDMAINT".
           01 ws-aud-file       pic x(14) value "BUDGET.DAT".
           01 ws-aud-action     pic x(8).
           01 ws-aud-key        pic x(22).
           01 ws-aud-before     pic x(100).
           01 ws-aud-after      pic x(100).

       screen section.
       01  budmaint-screen.

       procedure division.
       0000-main.
           display "OPERATOR ID: " with no advancing
           accept ws-operator
           if ws-operator = spaces
               display "BUDMAINT: operator id required, "
                   "maintenance refused"
           else
               perform 0100-maintain-budgets
           end-if
           stop run.

      * Every change is signed for: nothing opens until an operator
      * id has been keyed.
       0100-maintain-budgets.
           open i-o budget-file
           if ws-bud-status = "35"
               open output budget-file
                   close ccmaster-file
               end-if
               close budget-file
           end-if.

       1000-take-action.
           display "ACTION (A=ADD R=REVISE Q=QUIT): "
                               "CENTER AND MONTH, USE REVISE"
                       not invalid key
                           display "BUDGET ADDED"
                           move spaces to ws-aud-before
                           move "ADD" to ws-aud-action
                           perform 9000-audit-budget
                   end-write
               end-if
           end-if.
                   move "KEY THE REVISED AMOUNT" to ws-message
                   display budmaint-screen
                   accept budmaint-screen
                   move budget-record to ws-aud-before
                   move ws-mnt-amount to bud-amount
                   rewrite budget-record
                       invalid key
                               ws-bud-status
                       not invalid key
                           display "BUDGET REVISED"
                           move "REVISE" to ws-aud-action
                           perform 9000-audit-budget
                   end-rewrite
           end-read.

               invalid key
                   display "CENTER NOT ON MASTER, NOTHING ADDED"
           end-read.

      * The caller has set the action and the before-image; the
      * after-image is the budget record as just written.
       9000-audit-budget.
           move bud-key to ws-aud-key
           move budget-record to ws-aud-after
           call 'maudit' using ws-operator, ws-aud-program, ws-aud-file,
               ws-aud-action, ws-aud-key, ws-aud-before, ws-aud-after.
