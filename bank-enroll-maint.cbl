      * real money moves - (U)pdate changes details or status
      * (hold 'H', release 'A', re-prenote 'P'), (D)elete
      * removes one.
      * Bank details are under dual control: add, update and
      * delete do not touch the master - the change is filed on
      * the pending-change file with the account's before and
      * after images and takes effect only when a different
      * operator approves it through the change approval
      * program, which applies it and audits both operator ids.
       environment division.
       input-output section.
       file-control.
           access mode is dynamic
           record key is enr-key
           file status is ws-enrollment-status.
       data division.
       file section.
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       working-storage section.
       01 ws-enrollment-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
       01 ws-entry-count pic 9(3) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
           copy "bank-enrollment-record.cpy" replacing
               ==bank-enrollment-record== by
               ==ws-enrollment-work-record==
               leading ==enr-== by ==ws-enr-==.
       01 ws-master-name pic x(20) value 'BANK-ENRL'.
       01 ws-before-image pic x(70) value spaces.
       01 ws-after-image pic x(70) value spaces.
       01 ws-change-id pic x(16).
       01 ws-submit-status pic x value 'N'.
           88 change-submitted value 'Y'.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (U)pdate, (D)elete: "

       run-add-enrollment.
           perform get-account-seq.
           open input enrollment-file.
           if ws-enrollment-status = '35'
               perform submit-new-enrollment
           else
               if ws-enrollment-status not = '00'
                   display "ERROR opening enrollment master, "
                       "status=" ws-enrollment-status
                   move 8 to return-code
               else
                   move ws-employee-id to enr-employee-id
                   move ws-account-seq to enr-account-seq
                   read enrollment-file
                       invalid key
                           close enrollment-file
                           perform submit-new-enrollment
                       not invalid key
                           display "Account " ws-account-seq
                               " already exists for "
                               ws-employee-id " - not added."
                           move 8 to return-code
                           close enrollment-file
                   end-read
               end-if
           end-if.

       submit-new-enrollment.
           perform get-account-fields.
           move ws-employee-id to ws-enr-employee-id.
           move ws-account-seq to ws-enr-account-seq.
           move ws-routing to ws-enr-routing.
           move ws-account to ws-enr-account.
           move ws-account-type to ws-enr-account-type.
           move ws-split-method to ws-enr-split-method.
           move ws-split-amount to ws-enr-split-amount.
      * every new account prenotes before money moves
           move 'P' to ws-enr-status.
           move zeros to ws-enr-live-date.
           move spaces to ws-before-image.
           move ws-enrollment-work-record to ws-after-image.
           move "ADD" to ws-audit-action.
           perform submit-enrollment-change.

       run-update-enrollment.
           perform get-account-seq.
           open input enrollment-file.
           if ws-enrollment-status not = '00'
               display "ERROR opening enrollment master, status="
                   ws-enrollment-status
                           enr-account " " enr-account-type " "
                           enr-split-method " "
                           enr-split-amount " " enr-status
                       move bank-enrollment-record
                           to ws-before-image
                       move bank-enrollment-record
                           to ws-enrollment-work-record
               end-read
               close enrollment-file
               if ws-before-image not = spaces
                   perform get-account-fields
                   perform get-status-flag
                   move ws-routing to ws-enr-routing
                   move ws-account to ws-enr-account
                   move ws-account-type to ws-enr-account-type
                   move ws-split-method to ws-enr-split-method
                   move ws-split-amount to ws-enr-split-amount
                   move ws-new-status to ws-enr-status
                   move ws-enrollment-work-record
                       to ws-after-image
                   move "UPDATE" to ws-audit-action
                   perform submit-enrollment-change
               end-if
           end-if.

       run-delete-enrollment.
           perform get-account-seq.
           open input enrollment-file.
           if ws-enrollment-status not = '00'
               display "ERROR opening enrollment master, status="
                   ws-enrollment-status
                       display "No account " ws-account-seq
                           " for " ws-employee-id "."
                   not invalid key
                       move bank-enrollment-record
                           to ws-before-image
               end-read
               close enrollment-file
               if ws-before-image not = spaces
                   move spaces to ws-after-image
                   move "DELETE" to ws-audit-action
                   perform submit-enrollment-change
               end-if
           end-if.

       submit-enrollment-change.
           move spaces to ws-audit-key.
           move ws-employee-id to ws-audit-key(1:6).
           move ws-account-seq to ws-audit-key(7:1).
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

       get-account-seq.
               display "Status - (P)renote, (A)ctive, (H)old: "
               accept ws-new-status
           end-perform.
