       identification division.
       program-id. garnish-maint.
       author Gonzo.
      * garnishment order master maintenance - keeps the court
      * and agency orders (child support, tax levies, creditor
      * garnishments) the APPLY-GARNISHMENTS subroutine takes off
      * net pay. (L)ist shows one employee's orders in priority
      * order with their remaining balances, (A)dd puts a new
      * order on, (H)old / (R)elease stop and restart an order
      * without losing its balance, (D)elete removes one,
      * (B)ack-out puts back what a reversed run withheld - the
      * remaining balance up by the amount, an order it
      * satisfied active again. Every change is audited with the
      * operator who keyed it, the same trail every other master
      * gets; every mode but (L)ist needs a signed-on operator
      * with the role for it.
       environment division.
       input-output section.
       file-control.
           select garnishment-file assign to garnmst
           organization is indexed
           access mode is dynamic
           record key is gn-key
           file status is ws-garnishment-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd garnishment-file.
           copy "garnishment-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-garnishment-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 hold-mode value 'H'.
           88 release-mode value 'R'.
           88 delete-mode value 'D'.
           88 backout-mode value 'B'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'GARNMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-priority pic 9(2).
       01 ws-case-number pic x(12).
       01 ws-agency-id pic x(6).
       01 ws-agency-name pic x(20).
       01 ws-agency-routing pic 9(9).
       01 ws-agency-account pic x(12).
       01 ws-method pic x.
       01 ws-amount pic 9(6).
       01 ws-de-limit-pct pic 9(3).
       01 ws-total-owed pic 9(8).
       01 ws-backout-amount pic 9(8) value zeros.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(3) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (H)old, (R)elease, "
               "(D)elete, (B)ack-out: "
           accept ws-mode.
           if not list-mode
               call "operator-signon" using ws-operator-id,
                   ws-operator-roles, ws-signon-flag,
                   ws-signon-program
               if not signon-valid
                   display "Sign-on failed - access denied."
                   move 8 to return-code
                   stop run
               end-if
               perform check-mode-role
               if return-code not = 0
                   stop run
               end-if
           end-if.
           perform get-valid-employee-id.
           evaluate true
               when add-mode
                   perform run-add-order
               when hold-mode
                   perform run-change-order
               when release-mode
                   perform run-change-order
               when delete-mode
                   perform run-change-order
               when backout-mode
                   perform run-change-order
               when other
                   perform run-list-orders
           end-evaluate.
           stop run.

       check-mode-role.
           evaluate true
               when add-mode
                   if ws-may-add not = 'Y'
                       perform refuse-mode
                   end-if
               when delete-mode
                   if ws-may-delete not = 'Y'
                       perform refuse-mode
                   end-if
               when hold-mode
                   if ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
               when release-mode
                   if ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
               when backout-mode
                   if ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
               when other
                   display "Unknown mode " ws-mode "."
                   move 8 to return-code
           end-evaluate.

       refuse-mode.
           display "Operator " ws-operator-id " is not "
               "authorized for this mode."
           move 8 to return-code.

       get-valid-employee-id.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
               display "Enter employee ID: "
               accept ws-employee-id
               if ws-employee-id = spaces
                   display "Employee ID cannot be blank - "
                       "re-enter."
               end-if
           end-perform.

       run-list-orders.
           open input garnishment-file.
           if ws-garnishment-status = '35'
               display "No garnishment master - no orders."
           else
               if ws-garnishment-status not = '00'
                   display "ERROR opening garnishment master, "
                       "status=" ws-garnishment-status
                   move 8 to return-code
               else
                   move ws-employee-id to gn-employee-id
                   move zeros to gn-priority
                   move low-values to gn-case-number
                   start garnishment-file key is not less than
                       gn-key
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read garnishment-file next record
                           at end
                               set eof to true
                           not at end
                               if gn-employee-id
                                   not = ws-employee-id
                                   set eof to true
                               else
                                   add 1 to ws-entry-count
                                   display gn-priority " "
                                       gn-case-number " "
                                       gn-agency-id " "
                                       gn-agency-name " "
                                       gn-method " " gn-amount
                                       " limit " gn-de-limit-pct
                                       " owed " gn-total-owed
                                       " bal " gn-remaining-balance
                                       " " gn-status
                               end-if
                       end-read
                   end-perform
                   display "Orders for " ws-employee-id ": "
                       ws-entry-count
                   close garnishment-file
               end-if
           end-if.

       run-add-order.
           perform get-order-fields.
           open i-o garnishment-file.
           if ws-garnishment-status = '35'
               open output garnishment-file
               close garnishment-file
               open i-o garnishment-file
           end-if.
           if ws-garnishment-status not = '00'
               display "ERROR opening garnishment master, status="
                   ws-garnishment-status
               move 8 to return-code
           else
               move ws-employee-id to gn-employee-id
               move ws-priority to gn-priority
               move ws-case-number to gn-case-number
               move ws-agency-id to gn-agency-id
               move ws-agency-name to gn-agency-name
               move ws-agency-routing to gn-agency-routing
               move ws-agency-account to gn-agency-account
               move ws-method to gn-method
               move ws-amount to gn-amount
               move ws-de-limit-pct to gn-de-limit-pct
               move ws-total-owed to gn-total-owed
               move ws-total-owed to gn-remaining-balance
               move 'A' to gn-status
               write garnishment-record
               if ws-garnishment-status = '22'
                   display "Order " ws-case-number " already on "
                       "file for " ws-employee-id " - not added."
                   move 8 to return-code
               else
                   if ws-garnishment-status not = '00'
                       display "ERROR writing garnishment order, "
                           "status=" ws-garnishment-status
                       move 8 to return-code
                   else
                       display "Garnishment order added."
                       move "ADD" to ws-audit-action
                       perform build-audit-key
                       perform write-garnishment-audit-record
                   end-if
               end-if
               close garnishment-file
           end-if.

      * hold, release, delete and back-out all find the order by
      * its full key - priority and case number - first.
       run-change-order.
           perform get-order-key.
           open i-o garnishment-file.
           if ws-garnishment-status not = '00'
               display "ERROR opening garnishment master, status="
                   ws-garnishment-status
               move 8 to return-code
           else
               move ws-employee-id to gn-employee-id
               move ws-priority to gn-priority
               move ws-case-number to gn-case-number
               read garnishment-file
                   invalid key
                       display "No order " ws-case-number " at "
                           "priority " ws-priority " for "
                           ws-employee-id "."
                   not invalid key
                       evaluate true
                           when delete-mode
                               perform delete-order
                           when hold-mode
                               perform hold-order
                           when release-mode
                               perform release-order
                           when backout-mode
                               perform back-out-withholding
                       end-evaluate
               end-read
               close garnishment-file
           end-if.

       delete-order.
           delete garnishment-file record.
           if ws-garnishment-status not = '00'
               display "ERROR deleting order, status="
                   ws-garnishment-status
               move 8 to return-code
           else
               display "Garnishment order deleted."
               move "DELETE" to ws-audit-action
               perform build-audit-key
               perform write-garnishment-audit-record
           end-if.

       hold-order.
           if not gn-active
               display "Order is not active - status " gn-status
                   " - not held."
           else
               move 'H' to gn-status
               perform rewrite-order
           end-if.

      * a satisfied order stays satisfied - releasing it would
      * start taking money again against a zero balance.
       release-order.
           if not gn-held
               display "Order is not held - status " gn-status
                   " - not released."
           else
               move 'A' to gn-status
               perform rewrite-order
           end-if.

      * an open-ended order has no balance to put back; any
      * other never goes back above the amount owed.
       back-out-withholding.
           if gn-total-owed = 0
               display "Open-ended order - no balance to put back."
           else
               move zeros to ws-backout-amount
               perform until ws-backout-amount > 0
                   display "Amount withheld to put back: "
                   accept ws-backout-amount
               end-perform
               if gn-remaining-balance + ws-backout-amount
                   > gn-total-owed
                   display "More than the order has been paid "
                       "down - not put back."
                   move 8 to return-code
               else
                   add ws-backout-amount to gn-remaining-balance
                   if gn-satisfied
                       move 'A' to gn-status
                   end-if
                   perform rewrite-order
               end-if
           end-if.

       rewrite-order.
           rewrite garnishment-record.
           if ws-garnishment-status not = '00'
               display "ERROR rewriting order, status="
                   ws-garnishment-status
               move 8 to return-code
           else
               display "Garnishment order status now " gn-status
                   "."
               move "UPDATE" to ws-audit-action
               perform build-audit-key
               perform write-garnishment-audit-record
           end-if.

       get-order-key.
           move zeros to ws-priority.
           perform until ws-priority > 0
               display "Priority (01 support, 02 tax levy, "
                   "03 creditor...): "
               accept ws-priority
           end-perform.
           move spaces to ws-case-number.
           perform until ws-case-number not = spaces
               display "Case number: "
               accept ws-case-number
           end-perform.

       get-order-fields.
           perform get-order-key.
           move spaces to ws-agency-id.
           perform until ws-agency-id not = spaces
               display "Issuing agency ID: "
               accept ws-agency-id
           end-perform.
           display "Agency name: "
           accept ws-agency-name.
           move zeros to ws-agency-routing.
           perform until ws-agency-routing > 0
               display "Agency routing number (9 digits): "
               accept ws-agency-routing
           end-perform.
           move spaces to ws-agency-account.
           perform until ws-agency-account not = spaces
               display "Agency account number: "
               accept ws-agency-account
           end-perform.
           move spaces to ws-method.
           perform until ws-method = 'F' or ws-method = 'P'
               display "Method - (F)lat amount, (P)ercent of "
                   "disposable earnings in hundredths: "
               accept ws-method
           end-perform.
           move zeros to ws-amount.
           perform until ws-amount > 0
               display "Amount (flat) or percent in hundredths "
                   "(02500 = 25.00 pct): "
               accept ws-amount
           end-perform.
           move 101 to ws-de-limit-pct.
           perform until ws-de-limit-pct <= 100
               display "Disposable-earnings limit, whole percent "
                   "(000 = none): "
               accept ws-de-limit-pct
           end-perform.
           display "Total owed (0 = open-ended order): "
           accept ws-total-owed.

       build-audit-key.
           move spaces to ws-audit-key.
           move ws-employee-id to ws-audit-key(1:6).
           move ws-priority to ws-audit-key(7:2).
           move ws-case-number(1:2) to ws-audit-key(9:2).

       write-garnishment-audit-record.
           open extend audit-log-file.
           if ws-audit-status = '35'
               open output audit-log-file
               close audit-log-file
               open extend audit-log-file
           end-if.
           if ws-audit-status not = '00'
               display "ERROR opening audit log file, status="
                   ws-audit-status
           else
               move function current-date(1:8) to audit-date
               move function current-date(9:6) to audit-time
               move ws-operator-id to audit-operator-id
               move "GARN-MASTER" to audit-file-name
               move ws-audit-key to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
