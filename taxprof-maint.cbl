      * more than one state. (L)ist shows one employee's profile,
      * (A)dd puts a new one on, (U)pdate changes it, (D)elete
      * removes it (the employee falls back to the company
      * default bracket set). The operator signs on against the
      * operator security master and the role for the mode is
      * enforced. Tax profiles are under dual control: add,
      * update and delete file the change on the pending-change
      * file with the profile's before and after images, and it
      * takes effect only when a different operator approves it
      * through the change approval program, which applies it
      * and audits both operator ids.
       environment division.
       input-output section.
       file-control.
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
       data division.
       file section.
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       working-storage section.
       01 ws-profile-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 update-mode value 'U'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'TAXPMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-jurisdiction pic x(2).
       01 ws-filing-status pic x.
       01 ws-extra-withholding pic 9(6) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
           copy "tax-profile-record.cpy" replacing
               ==tax-profile-record== by ==ws-profile-work-record==
               leading ==txp-== by ==ws-txp-==.
       01 ws-master-name pic x(20) value 'TAXPROF-MASTER'.
       01 ws-before-image pic x(70) value spaces.
       01 ws-after-image pic x(70) value spaces.
       01 ws-change-id pic x(16).
       01 ws-submit-status pic x value 'N'.
           88 change-submitted value 'Y'.
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

       run-add-profile.
           open input tax-profile-file.
           if ws-profile-status = '35'
               perform submit-new-profile
           else
               if ws-profile-status not = '00'
                   display "ERROR opening tax profile master, "
                       "status=" ws-profile-status
                   move 8 to return-code
               else
                   move ws-employee-id to txp-employee-id
                   read tax-profile-file
                       invalid key
                           close tax-profile-file
                           perform submit-new-profile
                       not invalid key
                           display "Profile already on file for "
                               ws-employee-id " - use update."
                           move 8 to return-code
                           close tax-profile-file
                   end-read
               end-if
           end-if.

       submit-new-profile.
           perform get-profile-fields.
           move ws-employee-id to ws-txp-employee-id.
           move ws-jurisdiction to ws-txp-jurisdiction.
           move ws-filing-status to ws-txp-filing-status.
           move ws-extra-withholding to ws-txp-extra-withholding.
           move spaces to ws-before-image.
           move ws-profile-work-record to ws-after-image.
           move "ADD" to ws-audit-action.
           perform submit-profile-change.

       run-update-profile.
           open input tax-profile-file.
           if ws-profile-status not = '00'
               display "ERROR opening tax profile master, "
                   "status=" ws-profile-status
                           txp-jurisdiction "' filing "
                           txp-filing-status " extra "
                           txp-extra-withholding
                       move tax-profile-record to ws-before-image
                       move tax-profile-record
                           to ws-profile-work-record
               end-read
               close tax-profile-file
               if ws-before-image not = spaces
                   perform get-profile-fields
                   move ws-jurisdiction to ws-txp-jurisdiction
                   move ws-filing-status to ws-txp-filing-status
                   move ws-extra-withholding
                       to ws-txp-extra-withholding
                   move ws-profile-work-record to ws-after-image
                   move "UPDATE" to ws-audit-action
                   perform submit-profile-change
               end-if
           end-if.

       run-delete-profile.
           open input tax-profile-file.
           if ws-profile-status not = '00'
               display "ERROR opening tax profile master, "
                   "status=" ws-profile-status
                       display "No tax profile for "
                           ws-employee-id "."
                   not invalid key
                       move tax-profile-record to ws-before-image
               end-read
               close tax-profile-file
               if ws-before-image not = spaces
                   move spaces to ws-after-image
                   move "DELETE" to ws-audit-action
                   perform submit-profile-change
               end-if
           end-if.

       get-profile-fields.
               "none): "
           accept ws-extra-withholding.

       submit-profile-change.
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
