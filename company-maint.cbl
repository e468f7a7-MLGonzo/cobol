       identification division.
       program-id. company-maint.
       author Gonzo.
      * company master maintenance - keeps the employing companies
      * the departments belong to, with the originating bank
      * account each company's payments are drawn on. (L)ist
      * shows every company, (A)dd puts a new one on, (U)pdate
      * changes the name, originating account or active flag,
      * (D)elete removes one. The originating account is where
      * the money leaves from, so the operator signs on against
      * the operator security master and the role flag for the
      * mode is enforced, the same discipline the bank enrollment
      * maintenance applies; every add, update and delete is
      * audited. Deactivating a company (update, flag 'I') is the
      * normal way to retire it - delete is for codes keyed in
      * error that no department ever used.
       environment division.
       input-output section.
       file-control.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd company-file.
           copy "company-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-company-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 update-mode value 'U'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'COMPMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-company-code pic x(2).
       01 ws-company-name pic x(30).
       01 ws-orig-routing pic 9(9) value zeros.
       01 ws-orig-account pic x(12).
       01 ws-status-flag pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(3) value zeros.
       01 ws-audit-action pic x(8) value spaces.
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
               perform get-valid-company-code
           end-if.
           evaluate true
               when add-mode
                   perform run-add-company
               when update-mode
                   perform run-update-company
               when delete-mode
                   perform run-delete-company
               when other
                   perform run-list-companies
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

       get-valid-company-code.
           move spaces to ws-company-code.
           perform until ws-company-code not = spaces
               display "Company code (2 chars): "
               accept ws-company-code
               if ws-company-code = spaces
                   display "Company code cannot be blank - "
                       "re-enter."
               end-if
           end-perform.

       run-list-companies.
           open input company-file.
           if ws-company-status = '35'
               display "No company master - no companies."
           else
               if ws-company-status not = '00'
                   display "ERROR opening company master, "
                       "status=" ws-company-status
                   move 8 to return-code
               else
                   move low-values to company-master-code
                   start company-file key is not less than
                       company-master-code
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read company-file next record
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               display company-master-code " "
                                   company-master-name " "
                                   company-orig-routing " "
                                   company-orig-account " "
                                   company-status-flag
                       end-read
                   end-perform
                   display "Companies on file: " ws-entry-count
                   close company-file
               end-if
           end-if.

       run-add-company.
           perform get-company-fields.
           open i-o company-file.
           if ws-company-status = '35'
               open output company-file
               close company-file
               open i-o company-file
           end-if.
           if ws-company-status not = '00'
               display "ERROR opening company master, status="
                   ws-company-status
               move 8 to return-code
           else
               move ws-company-code to company-master-code
               move ws-company-name to company-master-name
               move ws-orig-routing to company-orig-routing
               move ws-orig-account to company-orig-account
               move ws-status-flag to company-status-flag
               write company-record
               if ws-company-status = '22'
                   display "Company " ws-company-code
                       " already exists - not added."
                   move 8 to return-code
               else
                   if ws-company-status not = '00'
                       display "ERROR writing company record, "
                           "status=" ws-company-status
                       move 8 to return-code
                   else
                       display "Company added."
                       move "ADD" to ws-audit-action
                       perform write-company-audit-record
                   end-if
               end-if
               close company-file
           end-if.

       run-update-company.
           open i-o company-file.
           if ws-company-status not = '00'
               display "ERROR opening company master, status="
                   ws-company-status
               move 8 to return-code
           else
               move ws-company-code to company-master-code
               read company-file
                   invalid key
                       display "No company " ws-company-code "."
                   not invalid key
                       display "Current name: " company-master-name
                       display "Current account: "
                           company-orig-routing " "
                           company-orig-account
                       display "Current flag: " company-status-flag
                       perform get-company-fields
                       move ws-company-name to company-master-name
                       move ws-orig-routing to company-orig-routing
                       move ws-orig-account to company-orig-account
                       move ws-status-flag to company-status-flag
                       rewrite company-record
                       if ws-company-status not = '00'
                           display "ERROR rewriting company "
                               "record, status="
                               ws-company-status
                           move 8 to return-code
                       else
                           display "Company updated."
                           move "UPDATE" to ws-audit-action
                           perform write-company-audit-record
                       end-if
               end-read
               close company-file
           end-if.

       run-delete-company.
           open i-o company-file.
           if ws-company-status not = '00'
               display "ERROR opening company master, status="
                   ws-company-status
               move 8 to return-code
           else
               move ws-company-code to company-master-code
               read company-file
                   invalid key
                       display "No company " ws-company-code "."
                   not invalid key
                       delete company-file record
                       if ws-company-status not = '00'
                           display "ERROR deleting company, "
                               "status=" ws-company-status
                           move 8 to return-code
                       else
                           display "Company deleted."
                           move "DELETE" to ws-audit-action
                           perform write-company-audit-record
                       end-if
               end-read
               close company-file
           end-if.

       get-company-fields.
           move spaces to ws-company-name.
           perform until ws-company-name not = spaces
               display "Company name: "
               accept ws-company-name
               if ws-company-name = spaces
                   display "Name cannot be blank - re-enter."
               end-if
           end-perform.
           move zeros to ws-orig-routing.
           perform until ws-orig-routing > 0
               display "Originating routing number (9 digits): "
               accept ws-orig-routing
           end-perform.
           move spaces to ws-orig-account.
           perform until ws-orig-account not = spaces
               display "Originating account (up to 12 chars): "
               accept ws-orig-account
           end-perform.
           move spaces to ws-status-flag.
           perform until ws-status-flag = 'A'
               or ws-status-flag = 'I'
               display "Status - (A)ctive, (I)nactive: "
               accept ws-status-flag
           end-perform.

       write-company-audit-record.
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
               move "COMPANY-MASTER" to audit-file-name
               move ws-company-code to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
