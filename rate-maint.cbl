      * hand-calculating it outside the system. (L)ist shows one
      * employee's rate, (A)dd puts a new one on, (U)pdate
      * changes it, (D)elete removes it (the employee goes back
      * to salaried handling). The operator signs on against the
      * operator security master and the role for the mode is
      * enforced. Rates are under dual control: add, update and
      * delete file the change on the pending-change file with
      * the rate's before and after images, and it takes effect
      * only when a different operator approves it through the
      * change approval program, which applies it and audits
      * both operator ids. A rate below the minimum wage in
      * effect today for the employee's withholding jurisdiction
      * (tax profile; the floor for an employee with none) is
      * refused at entry and must be re-keyed.
       environment division.
       input-output section.
       file-control.
           access mode is dynamic
           record key is pr-employee-id
           file status is ws-rate-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
       data division.
       file section.
       fd pay-rate-file.
           copy "pay-rate-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       working-storage section.
       01 ws-rate-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 update-mode value 'U'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'RATEMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-hourly-rate pic 9(4) value zeros.
       01 ws-ot-threshold pic 9(3) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
           copy "pay-rate-record.cpy" replacing
               ==pay-rate-record== by ==ws-rate-work-record==
               leading ==pr-== by ==ws-pr-==.
       01 ws-master-name pic x(20) value 'RATE-MASTER'.
       01 ws-before-image pic x(70) value spaces.
       01 ws-after-image pic x(70) value spaces.
       01 ws-change-id pic x(16).
       01 ws-submit-status pic x value 'N'.
           88 change-submitted value 'Y'.
       01 ws-emp-jurisdiction pic x(2) value spaces.
       01 ws-today pic 9(8).
       01 ws-minimum-wage pic 9(3)v99 value zeros.
       01 ws-minimum-found pic x value 'N'.
           88 minimum-found value 'Y'.
           88 minimum-unknown value 'E'.
       01 ws-display-minimum pic zz9.99.
       01 ws-rate-ok pic x value 'N'.
           88 rate-ok value 'Y'.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (U)pdate, (D)elete: "
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
           end-evaluate.
           stop run.

       check-mode-role.
           evaluate true
               when add-mode
                   if ws-may-add not = 'Y'
                       perform refuse-mode
                   end-if
               when update-mode
                   if ws-may-correct not = 'Y'
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

       get-valid-employee-id.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
           end-if.

       run-add-rate.
           open input pay-rate-file.
           if ws-rate-status = '35'
               perform submit-new-rate
           else
               if ws-rate-status not = '00'
                   display "ERROR opening pay rate master, "
                       "status=" ws-rate-status
                   move 8 to return-code
               else
                   move ws-employee-id to pr-employee-id
                   read pay-rate-file
                       invalid key
                           close pay-rate-file
                           perform submit-new-rate
                       not invalid key
                           display "Rate already on file for "
                               ws-employee-id " - use update."
                           move 8 to return-code
                           close pay-rate-file
                   end-read
               end-if
           end-if.

       submit-new-rate.
           perform get-rate-fields.
           if not minimum-unknown
               move ws-employee-id to ws-pr-employee-id
               move ws-hourly-rate to ws-pr-hourly-rate
               move ws-ot-threshold to ws-pr-ot-threshold
               move spaces to ws-before-image
               move ws-rate-work-record to ws-after-image
               move "ADD" to ws-audit-action
               perform submit-rate-change
           end-if.

       run-update-rate.
           open input pay-rate-file.
           if ws-rate-status not = '00'
               display "ERROR opening pay rate master, status="
                   ws-rate-status
                   not invalid key
                       display "Current rate: " pr-hourly-rate
                           " OT threshold: " pr-ot-threshold
                       move pay-rate-record to ws-before-image
                       move pay-rate-record to ws-rate-work-record
               end-read
               close pay-rate-file
               if ws-before-image not = spaces
                   perform get-rate-fields
                   if not minimum-unknown
                       move ws-hourly-rate to ws-pr-hourly-rate
                       move ws-ot-threshold to ws-pr-ot-threshold
                       move ws-rate-work-record to ws-after-image
                       move "UPDATE" to ws-audit-action
                       perform submit-rate-change
                   end-if
               end-if
           end-if.

       run-delete-rate.
           open input pay-rate-file.
           if ws-rate-status not = '00'
               display "ERROR opening pay rate master, status="
                   ws-rate-status
                       display "No rate on file for "
                           ws-employee-id "."
                   not invalid key
                       move pay-rate-record to ws-before-image
               end-read
               close pay-rate-file
               if ws-before-image not = spaces
                   move spaces to ws-after-image
                   move "DELETE" to ws-audit-action
                   perform submit-rate-change
               end-if
           end-if.

       submit-rate-change.
           move ws-employee-id to ws-audit-key.
           call "submit-master-change" using ws-master-name,
               ws-audit-key, ws-audit-action, ws-operator-id,
               ws-before-image, ws-after-image, ws-change-id,
               ws-submit-status.
           if change-submitted
               display "Change " ws-change-id " submitted - it "
                   "takes effect once another operator "
                   "approves it."
           else
               display "Change NOT submitted."
               move 8 to return-code
           end-if.

      * a rate cannot be checked against a minimum wage file
      * that cannot be read - the change is refused.
       get-rate-fields.
           perform find-minimum-wage.
           if minimum-unknown
               display "Minimum wage file cannot be read - the "
                   "rate cannot be checked, change refused."
               move 8 to return-code
           else
               perform accept-rate-fields
           end-if.

       accept-rate-fields.
           move 'N' to ws-rate-ok.
           perform until rate-ok
               display "Hourly rate (whole currency): "
               accept ws-hourly-rate
               if ws-hourly-rate > 0
                   set rate-ok to true
                   if minimum-found
                       and ws-hourly-rate < ws-minimum-wage
                       display "Rate is below the minimum wage of "
                           ws-display-minimum " for jurisdiction '"
                           ws-emp-jurisdiction "' - re-enter."
                       move 'N' to ws-rate-ok
                   end-if
               end-if
           end-perform.
           move zeros to ws-ot-threshold.
           perform until ws-ot-threshold > 0
               accept ws-ot-threshold
           end-perform.

      * the minimum in effect today for the employee's
      * jurisdiction - no tax profile means the floor alone.
       find-minimum-wage.
           move spaces to ws-emp-jurisdiction.
           open input tax-profile-file.
           if ws-profile-status = '00'
               move ws-employee-id to txp-employee-id
               read tax-profile-file
                   invalid key
                       continue
                   not invalid key
                       move txp-jurisdiction to ws-emp-jurisdiction
               end-read
               close tax-profile-file
           end-if.
           move function current-date(1:8) to ws-today.
           call "minimum-wage" using ws-emp-jurisdiction, ws-today,
               ws-minimum-wage, ws-minimum-found.
           move ws-minimum-wage to ws-display-minimum.
           if minimum-found
               display "Minimum wage for jurisdiction '"
                   ws-emp-jurisdiction "': " ws-display-minimum
           end-if.
