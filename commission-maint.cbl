       identification division.
       program-id. commission-plan-maint.
       author Gonzo.
      * commission plan maintenance - keeps each commissioned
      * employee's plan terms on the commission plan master for
      * the commission edit step: up to four marginal tiers
      * (ceiling and percentage rate) and the draw against
      * commission paid per period. (L)ist shows an employee's
      * plan with the draw balance outstanding, or every plan on
      * file; (P)lan enters or replaces an employee's terms - a
      * new plan needs the add role, a change to an existing
      * plan the correct role; (D)elete removes a plan, with the
      * delete role, and only once its draw balance is fully
      * recovered. The draw balance and the last feed posted
      * belong to the commission edit step and are never keyed
      * here - replacing the terms keeps them. The operator
      * signs on against the operator security master, and every
      * add, change and delete is audited with the operator who
      * keyed it.
       environment division.
       input-output section.
       file-control.
           select commission-plan-file assign to commplan
           organization is indexed
           access mode is dynamic
           record key is cp-employee-id
           file status is ws-plan-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd commission-plan-file.
           copy "commission-plan-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-plan-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 plan-mode value 'P'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'COMMMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-plan-code pic x(4).
       01 ws-draw-amount pic 9(6) value zeros.
       01 ws-tier-idx pic 9.
       01 ws-tier-floor pic 9(7) value zeros.
       01 ws-tier-ceiling pic 9(7) value zeros.
       01 ws-tier-rate pic 9(2)v99 value zeros.
       01 ws-no-ceiling pic 9(7) value 9999999.
       01 ws-tiers-done pic x value 'N'.
           88 tiers-done value 'Y'.
       01 ws-tier-valid pic x value 'N'.
           88 tier-valid value 'Y'.
       01 ws-new-tiers.
           05 ws-new-tier occurs 4 times.
               10 ws-new-ceiling pic 9(7).
               10 ws-new-rate pic 9(2)v99.
       01 ws-plan-exists pic x value 'N'.
           88 plan-exists value 'Y'.
       01 ws-person-found pic x value 'N'.
           88 person-found value 'Y'.
       01 ws-confirm pic x value 'N'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(4) value zeros.
       01 ws-rate-display pic z9.99.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-file-name pic x(20) value spaces.
       01 ws-audit-action pic x(8) value spaces.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (P)lan terms, (D)elete plan: "
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
           evaluate true
               when plan-mode
                   perform run-plan-terms
               when delete-mode
                   perform run-delete-plan
               when other
                   perform run-list-plans
           end-evaluate.
           stop run.

      * plan mode needs add or correct here - which one is
      * checked once it is known whether the plan exists.
       check-mode-role.
           evaluate true
               when plan-mode
                   if ws-may-add not = 'Y'
                       and ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
               when delete-mode
                   if ws-may-delete not = 'Y'
                       perform refuse-mode
                   end-if
           end-evaluate.

       refuse-mode.
           display "Operator " ws-operator-id " is not "
               "authorized for this mode."
           move 8 to return-code.

       run-list-plans.
           display "Employee ID to show (blank for all plans): "
           accept ws-employee-id.
           open input commission-plan-file.
           if ws-plan-status = '35'
               display "No commission plan master - no plans on "
                   "file."
           else
               if ws-plan-status not = '00'
                   display "ERROR opening commission plan master, "
                       "status=" ws-plan-status
                   move 8 to return-code
               else
                   if ws-employee-id = spaces
                       perform list-all-plans
                   else
                       move ws-employee-id to cp-employee-id
                       read commission-plan-file
                           invalid key
                               display ws-employee-id
                                   " has no commission plan."
                           not invalid key
                               perform show-plan
                       end-read
                   end-if
                   close commission-plan-file
               end-if
           end-if.

       list-all-plans.
           move 'N' to ws-eof-flag.
           move low-values to cp-employee-id.
           start commission-plan-file
               key is not less than cp-employee-id
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read commission-plan-file next record
                   at end
                       set eof to true
                   not at end
                       add 1 to ws-entry-count
                       perform show-plan
               end-read
           end-perform.
           display "Commission plans on file: " ws-entry-count.

       show-plan.
           display cp-employee-id " plan " cp-plan-code " draw "
               cp-draw-amount " draw balance " cp-draw-balance
               " last feed " cp-last-feed-date.
           perform show-one-tier
               varying ws-tier-idx from 1 by 1
               until ws-tier-idx > 4.

       show-one-tier.
           if cp-tier-ceiling(ws-tier-idx) > 0
               move cp-tier-rate(ws-tier-idx) to ws-rate-display
               display "    tier " ws-tier-idx " up to "
                   cp-tier-ceiling(ws-tier-idx) " at "
                   ws-rate-display "%"
           end-if.

      * the employee must be on the person master; tiers are
      * entered lowest first, each ceiling above the last, and
      * the last tier in use is closed with 9999999.
       run-plan-terms.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
               display "Enter employee ID: "
               accept ws-employee-id
           end-perform.
           perform validate-employee.
           if not person-found
               display "Employee " ws-employee-id
                   " is not on the person master."
               move 8 to return-code
           else
               perform open-plan-master
               if ws-plan-status = '00'
                   move ws-employee-id to cp-employee-id
                   move 'N' to ws-plan-exists
                   read commission-plan-file
                       invalid key
                           continue
                       not invalid key
                           set plan-exists to true
                   end-read
                   perform check-plan-role
                   if return-code = 0
                       perform accept-plan-terms
                       perform post-plan-terms
                   end-if
                   close commission-plan-file
               end-if
           end-if.

       check-plan-role.
           if plan-exists
               if ws-may-correct not = 'Y'
                   perform refuse-mode
               end-if
           else
               if ws-may-add not = 'Y'
                   perform refuse-mode
               end-if
           end-if.

       accept-plan-terms.
           if plan-exists
               display "Current terms:"
               perform show-plan
           end-if.
           move spaces to ws-plan-code.
           perform until ws-plan-code not = spaces
               display "Plan code (4 chars): "
               accept ws-plan-code
           end-perform.
           move zeros to ws-new-tiers.
           move zeros to ws-tier-floor.
           move 'N' to ws-tiers-done.
           perform accept-one-tier
               varying ws-tier-idx from 1 by 1
               until tiers-done or ws-tier-idx > 4.
           if not tiers-done
               move ws-no-ceiling to ws-new-ceiling(4)
               display "Tier 4 ceiling set to 9999999 (no "
                   "ceiling)."
           end-if.
           display "Draw per period (0 = no draw): ".
           accept ws-draw-amount.

       accept-one-tier.
           move 'N' to ws-tier-valid.
           perform until tier-valid
               display "Tier " ws-tier-idx " ceiling (above "
                   ws-tier-floor ", 9999999 = no ceiling): "
               accept ws-tier-ceiling
               display "Tier " ws-tier-idx " rate percent "
                   "(e.g. 05.50): "
               accept ws-tier-rate
               if ws-tier-ceiling > ws-tier-floor
                   and ws-tier-rate <= 50
                   set tier-valid to true
               else
                   display "Ceiling must be above the last one and "
                       "the rate at most 50% - re-enter."
               end-if
           end-perform.
           move ws-tier-ceiling to ws-new-ceiling(ws-tier-idx).
           move ws-tier-rate to ws-new-rate(ws-tier-idx).
           move ws-tier-ceiling to ws-tier-floor.
           if ws-tier-ceiling = ws-no-ceiling
               set tiers-done to true
           end-if.

      * the draw balance, its prior value and the last feed date
      * stay as the commission edit step left them.
       post-plan-terms.
           if not plan-exists
               move ws-employee-id to cp-employee-id
               move zeros to cp-draw-balance
               move zeros to cp-prior-balance
               move zeros to cp-last-feed-date
           end-if.
           move ws-plan-code to cp-plan-code.
           perform copy-new-tier
               varying ws-tier-idx from 1 by 1
               until ws-tier-idx > 4.
           move ws-draw-amount to cp-draw-amount.
           if plan-exists
               rewrite commission-plan-record
               move "UPDATE" to ws-audit-action
           else
               write commission-plan-record
               move "ADD" to ws-audit-action
           end-if.
           if ws-plan-status not = '00'
               display "ERROR writing commission plan, status="
                   ws-plan-status
               move 8 to return-code
           else
               display "Commission plan for " ws-employee-id
                   " saved."
               perform write-plan-audit-record
           end-if.

       copy-new-tier.
           move ws-new-ceiling(ws-tier-idx)
               to cp-tier-ceiling(ws-tier-idx).
           move ws-new-rate(ws-tier-idx)
               to cp-tier-rate(ws-tier-idx).

      * an outstanding draw is money owed back - the plan stays
      * until the commission edit has recovered it.
       run-delete-plan.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
               display "Enter employee ID: "
               accept ws-employee-id
           end-perform.
           perform open-plan-master.
           if ws-plan-status = '00'
               move ws-employee-id to cp-employee-id
               read commission-plan-file
                   invalid key
                       display ws-employee-id
                           " has no commission plan."
                       move 8 to return-code
                   not invalid key
                       perform delete-plan
               end-read
               close commission-plan-file
           end-if.

       delete-plan.
           perform show-plan.
           if cp-draw-balance > 0
               display "Draw balance " cp-draw-balance
                   " still outstanding - plan not deleted."
               move 8 to return-code
           else
               display "Delete this plan (Y/N)? "
               accept ws-confirm
               if ws-confirm = 'Y' or ws-confirm = 'y'
                   delete commission-plan-file
                   if ws-plan-status not = '00'
                       display "ERROR deleting commission plan, "
                           "status=" ws-plan-status
                       move 8 to return-code
                   else
                       display "Commission plan for "
                           ws-employee-id " deleted."
                       move "DELETE" to ws-audit-action
                       perform write-plan-audit-record
                   end-if
               else
                   display "Delete cancelled."
               end-if
           end-if.

       open-plan-master.
           open i-o commission-plan-file.
           if ws-plan-status = '35'
               open output commission-plan-file
               close commission-plan-file
               open i-o commission-plan-file
           end-if.
           if ws-plan-status not = '00'
               display "ERROR opening commission plan master, "
                   "status=" ws-plan-status
               move 8 to return-code
           end-if.

       validate-employee.
           move 'N' to ws-person-found.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person master, status="
                   ws-person-status
           else
               move ws-employee-id to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       set person-found to true
               end-read
               close person-file
           end-if.

       write-plan-audit-record.
           move "COMM-PLAN" to ws-audit-file-name.
           move spaces to ws-audit-key.
           move ws-employee-id to ws-audit-key(1:6).
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
               move ws-audit-file-name to audit-file-name
               move ws-audit-key to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
