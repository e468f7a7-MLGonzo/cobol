      * deduction entries (retirement percentage, insurance
      * premium and the like) the payroll run applies to net pay.
      * (L)ist shows one employee's entries, (A)dd puts a new
      * entry on, (D)elete removes one. The operator signs on
      * against the operator security master and the role for
      * the mode is enforced. Deductions are under dual control:
      * add and delete file the change on the pending-change
      * file with the entry's before and after images, and it
      * takes effect only when a different operator approves it
      * through the change approval program, which applies it
      * and audits both operator ids.
       environment division.
       input-output section.
       file-control.
           access mode is dynamic
           record key is ded-key
           file status is ws-deduction-status.
       data division.
       file section.
       fd deduction-file.
           copy "deduction-record.cpy".
       working-storage section.
       01 ws-deduction-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'DEDMAINT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-code pic x(4).
       01 ws-description pic x(20).
       01 ws-entry-count pic 9(3) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
           copy "deduction-record.cpy" replacing
               ==deduction-record== by ==ws-deduction-work-record==
               leading ==ded-== by ==ws-ded-==.
       01 ws-master-name pic x(20) value 'DED-MASTER'.
       01 ws-before-image pic x(70) value spaces.
       01 ws-after-image pic x(70) value spaces.
       01 ws-change-id pic x(16).
       01 ws-submit-status pic x value 'N'.
           88 change-submitted value 'Y'.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (D)elete: "
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
           end-evaluate.

       refuse-mode.
           display "Operator " ws-operator-id " is not "
               "authorized for this mode."
           move 8 to return-code.

       get-valid-employee-id.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces

       run-add-entry.
           perform get-entry-fields.
           open input deduction-file.
           if ws-deduction-status = '35'
               perform submit-new-entry
           else
               if ws-deduction-status not = '00'
                   display "ERROR opening deductions master, "
                       "status=" ws-deduction-status
                   move 8 to return-code
               else
                   move ws-employee-id to ded-employee-id
                   move ws-code to ded-code
                   read deduction-file
                       invalid key
                           close deduction-file
                           perform submit-new-entry
                       not invalid key
                           display "Entry " ws-code
                               " already exists for "
                               ws-employee-id " - not added."
                           move 8 to return-code
                           close deduction-file
                   end-read
               end-if
           end-if.

       submit-new-entry.
           move ws-employee-id to ws-ded-employee-id.
           move ws-code to ws-ded-code.
           move ws-description to ws-ded-description.
           move ws-method to ws-ded-method.
           move ws-timing to ws-ded-timing.
           move ws-amount to ws-ded-amount.
           move spaces to ws-before-image.
           move ws-deduction-work-record to ws-after-image.
           move "ADD" to ws-audit-action.
           perform submit-deduction-change.

       run-delete-entry.
           move spaces to ws-code.
           perform until ws-code not = spaces
               display "Deduction code to delete: "
               accept ws-code
           end-perform.
           open input deduction-file.
           if ws-deduction-status not = '00'
               display "ERROR opening deductions master, status="
                   ws-deduction-status
                       display "No entry " ws-code " for "
                           ws-employee-id "."
                   not invalid key
                       move deduction-record to ws-before-image
               end-read
               close deduction-file
               if ws-before-image not = spaces
                   move spaces to ws-after-image
                   move "DELETE" to ws-audit-action
                   perform submit-deduction-change
               end-if
           end-if.

       get-entry-fields.
               accept ws-amount
           end-perform.

       submit-deduction-change.
           move spaces to ws-audit-key.
           move ws-employee-id to ws-audit-key(1:6).
           move ws-code to ws-audit-key(7:4).
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
