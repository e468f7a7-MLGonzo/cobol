       identification division.
       program-id. expense-category-maint.
       author Gonzo.
      * expense category maintenance - defines the categories the
      * expense reimbursement feed may claim against (travel,
      * mileage, meals and the like) with each category's
      * per-claim limit. (L)ist shows every definition on file;
      * (A)dd appends one. Definitions are never updated in
      * place - re-enter a code to supersede it, or to make it
      * inactive (the expense edit takes the later record), so
      * the file keeps the history of who changed which limit
      * and when. The operator signs on against the operator
      * security master and needs the add role; every add is
      * audited with the operator who keyed it.
       environment division.
       input-output section.
       file-control.
           select category-file assign to expcat
           organization is line sequential
           file status is ws-category-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd category-file.
           copy "expense-category-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-category-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'EXPCMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(3) value zeros.
       01 ws-code pic x(4).
       01 ws-description pic x(20).
       01 ws-claim-limit pic 9(7) value zeros.
       01 ws-status pic x.
       procedure division.
       aa-start.
           display "Mode - (L)ist categories, (A)dd one: "
           accept ws-mode.
           if add-mode
               call "operator-signon" using ws-operator-id,
                   ws-operator-roles, ws-signon-flag,
                   ws-signon-program
               if not signon-valid
                   display "Sign-on failed - access denied."
                   move 8 to return-code
                   stop run
               end-if
               if ws-may-add not = 'Y'
                   display "Operator " ws-operator-id " is not "
                       "authorized for this mode."
                   move 8 to return-code
                   stop run
               end-if
               perform run-add-category
           else
               perform run-list-categories
           end-if.
           stop run.

       run-list-categories.
           open input category-file.
           if ws-category-status = '35'
               display "No expense category table - none defined."
           else
               if ws-category-status not = '00'
                   display "ERROR opening expense category table, "
                       "status=" ws-category-status
                   move 8 to return-code
               else
                   perform until eof
                       read category-file
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               display ec-category-code " "
                                   ec-description " limit "
                                   ec-claim-limit " "
                                   ec-status
                       end-read
                   end-perform
                   display "Category entries on file: "
                       ws-entry-count
                   close category-file
               end-if
           end-if.

       run-add-category.
           move spaces to ws-code.
           perform until ws-code not = spaces
               display "Category code (4 chars): "
               accept ws-code
           end-perform.
           display "Description: "
           accept ws-description.
           display "Per-claim limit (0 = no limit): "
           accept ws-claim-limit.
           move spaces to ws-status.
           perform until ws-status = 'A' or ws-status = 'I'
               display "Status - (A)ctive, (I)nactive: "
               accept ws-status
           end-perform.
           perform append-category-entry.

       append-category-entry.
           open extend category-file.
           if ws-category-status = '35'
               open output category-file
               close category-file
               open extend category-file
           end-if.
           if ws-category-status not = '00'
               display "ERROR opening expense category table for "
                   "write, status=" ws-category-status
               move 8 to return-code
           else
               move ws-code to ec-category-code
               move ws-description to ec-description
               move ws-claim-limit to ec-claim-limit
               move ws-status to ec-status
               write expense-category-record
               if ws-category-status not = '00'
                   display "ERROR writing expense category, "
                       "status=" ws-category-status
                   move 8 to return-code
               else
                   display "Expense category " ws-code " saved."
                   perform write-category-audit-record
               end-if
               close category-file
           end-if.

       write-category-audit-record.
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
               move "EXP-CATEGORY" to audit-file-name
               move ws-code to audit-key
               move "ADD" to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
