      * the supervisor additionally maintains the department table
      * here and assigns centers to departments; a center cannot
      * point at a department that is not on DEPTMAST.DAT.
      * Each center also carries the approval limit LEDGERPOST holds
      * larger postings against; the supervisor sets it here.
      * The supervisor signs on with an operator id, and every change
      * made here goes to MAINTAUD.DAT through MAUDIT with the record
      * as it stood before and after.
       identification division.
       program-id. ccmaint.
       environment division.
           copy ccmrec.

       fd  deptmast-file.
           copy deptrec.

       working-storage section.
           01 ws-ccm-status     pic xx.
               88 ws-act-close value 'C' 'c'.
               88 ws-act-dept value 'D' 'd'.
               88 ws-act-new-dept value 'N' 'n'.
               88 ws-act-limit value 'L' 'l'.
               88 ws-act-quit value 'Q' 'q'.
           01 ws-mnt-center     pic x(6) value spaces.
           01 ws-mnt-desc       pic x(30) value spaces.
           01 ws-mnt-stat       pic x value space.
           01 ws-mnt-dept       pic x(4) value spaces.
           01 ws-mnt-limit      pic 9(5)v99 value 0.
           01 ws-dpt-code       pic x(4) value spaces.
           01 ws-dpt-name       pic x(30) value spaces.
           01 ws-dept-ok-switch pic x value 'N'.
               88 ws-dept-ok value 'Y'.
           01 ws-message        pic x(40) value spaces.
      * Maintenance audit fields, handed to MAUDIT as they stand.
           01 ws-operator       pic x(8) value spaces.
           01 ws-aud-program    pic x(10) value "CCMAINT".
           01 ws-aud-file       pic x(14).
           01 ws-aud-action     pic x(8).
           01 ws-aud-key        pic x(22).
           01 ws-aud-before     pic x(100).
           01 ws-aud-after      pic x(100).

       screen section.
       01  ccmaint-screen.
           05 col plus 1 pic x from ws-mnt-stat.
           05 line 7 col 10 value "DEPARTMENT.: ".
           05 col plus 1 pic x(4) using ws-mnt-dept.
           05 line 8 col 10 value "APPROVAL LIMIT (0 = NONE): ".
           05 col plus 1 pic 9(5).99 using ws-mnt-limit.
           05 line 10 col 10 pic x(40) from ws-message.

       01  deptmaint-screen.
           05 blank screen.

       procedure division.
       0000-main.
           display "OPERATOR ID: " with no advancing
           accept ws-operator
           if ws-operator = spaces
               display "CCMAINT: operator id required, "
                   "maintenance refused"
           else
               perform 0100-maintain-masters
           end-if
           stop run.

      * Every change is signed for: nothing opens until an operator
      * id has been keyed.
       0100-maintain-masters.
           open i-o ccmaster-file
           if ws-ccm-status = "35"
               open output ccmaster-file
               perform 1000-take-action until ws-act-quit
               close ccmaster-file
               close deptmast-file
           end-if.

       1000-take-action.
           display "ACTION (A=ADD R=RENAME C=CLOSE D=DEPT "
               "N=NEW DEPT L=LIMIT Q=QUIT): "
               with no advancing
           accept ws-action
           if ws-act-add
                       else
                           if ws-act-new-dept
                               perform 7000-add-department
                           else
                               if ws-act-limit
                                   perform 8000-set-approval-limit
                               end-if
                           end-if
                       end-if
                   end-if
           move spaces to ws-mnt-center
           move spaces to ws-mnt-desc
           move spaces to ws-mnt-dept
           move 0 to ws-mnt-limit
           move 'A' to ws-mnt-stat
           move "KEY NEW CENTER, DESCRIPTION, DEPARTMENT"
               to ws-message
                   move ws-mnt-desc to ccm-description
                   move 'A' to ccm-status
                   move ws-mnt-dept to ccm-department
                   move ws-mnt-limit to ccm-approval-limit
                   write ccmaster-record
                       invalid key
                           display "CENTER ALREADY ON MASTER, "
                               "NOT ADDED"
                       not invalid key
                           display "CENTER ADDED AS ACTIVE"
                           move spaces to ws-aud-before
                           move "ADD" to ws-aud-action
                           perform 9000-audit-center
                   end-write
               end-if
           end-if.
               move "KEY THE NEW DESCRIPTION" to ws-message
               display ccmaint-screen
               accept ccmaint-screen
               move ccmaster-record to ws-aud-before
               move ws-mnt-desc to ccm-description
               rewrite ccmaster-record
                   invalid key
                       display "REWRITE FAILED, STATUS " ws-ccm-status
                   not invalid key
                       display "DESCRIPTION UPDATED"
                       move "RENAME" to ws-aud-action
                       perform 9000-audit-center
               end-rewrite
           end-if.

               if ccm-closed
                   display "CENTER IS ALREADY CLOSED"
               else
                   move ccmaster-record to ws-aud-before
                   move 'C' to ccm-status
                   rewrite ccmaster-record
                       invalid key
                               ws-ccm-status
                       not invalid key
                           display "CENTER CLOSED TO NEW POSTINGS"
                           move "CLOSE" to ws-aud-action
                           perform 9000-audit-center
                   end-rewrite
               end-if
           end-if.
                   move ccm-description to ws-mnt-desc
                   move ccm-status to ws-mnt-stat
                   move ccm-department to ws-mnt-dept
                   move ccm-approval-limit to ws-mnt-limit
           end-read.

      * A blank department is a center not yet assigned - legal, the
               accept ccmaint-screen
               perform 5500-check-department
               if ws-dept-ok
                   move ccmaster-record to ws-aud-before
                   move ws-mnt-dept to ccm-department
                   rewrite ccmaster-record
                       invalid key
                               ws-ccm-status
                       not invalid key
                           display "DEPARTMENT ASSIGNED"
                           move "DEPT" to ws-aud-action
                           perform 9000-audit-center
                   end-rewrite
               end-if
           end-if.
                           "NOT ADDED"
                   not invalid key
                       display "DEPARTMENT ADDED"
                       move "DEPTMAST.DAT" to ws-aud-file
                       move "ADD" to ws-aud-action
                       move dpt-code to ws-aud-key
                       move spaces to ws-aud-before
                       move deptmast-record to ws-aud-after
                       perform 9100-write-audit
               end-write
           end-if.

      * Only the limit changes - zero takes the limit off again.
       8000-set-approval-limit.
           perform 5000-fetch-center
           if ws-ccm-status = "00"
               move "KEY THE APPROVAL LIMIT, 0 FOR NONE" to ws-message
               display ccmaint-screen
               accept ccmaint-screen
               move ccmaster-record to ws-aud-before
               move ws-mnt-limit to ccm-approval-limit
               rewrite ccmaster-record
                   invalid key
                       display "REWRITE FAILED, STATUS " ws-ccm-status
                   not invalid key
                       display "APPROVAL LIMIT UPDATED"
                       move "LIMIT" to ws-aud-action
                       perform 9000-audit-center
               end-rewrite
           end-if.

      * The caller has set the action and the before-image; the
      * after-image is the center record as just written.
       9000-audit-center.
           move "CCMASTER.DAT" to ws-aud-file
           move ccm-cost-center to ws-aud-key
           move ccmaster-record to ws-aud-after
           perform 9100-write-audit.

       9100-write-audit.
           call 'maudit' using ws-operator, ws-aud-program, ws-aud-file,
               ws-aud-action, ws-aud-key, ws-aud-before, ws-aud-after.
