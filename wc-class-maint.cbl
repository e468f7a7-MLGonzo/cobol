       identification division.
       program-id. wc-class-maint.
       author Gonzo.
      * workers' compensation class master maintenance - keeps
      * the insurer's risk classes the departments are reported
      * under, and the employee-level overrides. (L)ist shows
      * every class and every override, (A)dd puts a new class
      * on, (U)pdate changes its description, rate per 100 of
      * wages or overtime-excluded flag, (D)elete removes one,
      * (E)mployee sets an employee's override class (a blank
      * class removes the override and puts the employee back
      * on the department classes). A class still named on an
      * override cannot be deleted. Every change is audited
      * with the operator who keyed it, the same trail the
      * department master gets; every mode but (L)ist needs a
      * signed-on operator with the role for it.
       environment division.
       input-output section.
       file-control.
           select wc-class-file assign to wcclass
           organization is indexed
           access mode is dynamic
           record key is wc-class-code
           file status is ws-wc-class-status.
           select wc-override-file assign to wcovrd
           organization is indexed
           access mode is dynamic
           record key is wco-employee-id
           file status is ws-wc-override-status.
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
       fd wc-class-file.
           copy "wc-class-record.cpy".
       fd wc-override-file.
           copy "wc-override-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-wc-class-status pic xx value '00'.
       01 ws-wc-override-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 update-mode value 'U'.
           88 delete-mode value 'D'.
           88 employee-mode value 'E'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'WCCLMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-class-code pic x(4).
       01 ws-class-description pic x(30).
       01 ws-rate-per-100 pic 9(3)v99 value zeros.
       01 ws-ot-excluded pic x.
       01 ws-employee-id pic x(6).
       01 ws-class-valid pic x value 'N'.
           88 class-valid value 'Y'.
       01 ws-class-in-use pic x value 'N'.
           88 class-in-use value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(5) value zeros.
       01 ws-audit-file-name pic x(20) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
       01 ws-rate-display pic zz9.99.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (U)pdate, (D)elete, "
               "(E)mployee override: "
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
               when add-mode
                   perform get-valid-class-code
                   perform run-add-class
               when update-mode
                   perform get-valid-class-code
                   perform run-update-class
               when delete-mode
                   perform get-valid-class-code
                   perform run-delete-class
               when employee-mode
                   perform run-employee-override
               when other
                   perform run-list-classes
                   perform run-list-overrides
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
               when update-mode
                   if ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
               when employee-mode
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

       get-valid-class-code.
           move spaces to ws-class-code.
           perform until ws-class-code not = spaces
               display "Class code (4 chars): "
               accept ws-class-code
               if ws-class-code = spaces
                   display "Class code cannot be blank - re-enter."
               end-if
           end-perform.

       run-list-classes.
           open input wc-class-file.
           if ws-wc-class-status = '35'
               display "No workers' comp class master - no "
                   "classes."
           else
               if ws-wc-class-status not = '00'
                   display "ERROR opening workers' comp class "
                       "master, status=" ws-wc-class-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   move zeros to ws-entry-count
                   move low-values to wc-class-code
                   start wc-class-file key is not less than
                       wc-class-code
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read wc-class-file next record
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               move wc-rate-per-100
                                   to ws-rate-display
                               display wc-class-code " "
                                   wc-class-description " "
                                   ws-rate-display " "
                                   wc-ot-excluded
                       end-read
                   end-perform
                   display "Classes on file: " ws-entry-count
                   close wc-class-file
               end-if
           end-if.

       run-list-overrides.
           open input wc-override-file.
           if ws-wc-override-status = '35'
               display "No employee class overrides."
           else
               if ws-wc-override-status not = '00'
                   display "ERROR opening class override file, "
                       "status=" ws-wc-override-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   move zeros to ws-entry-count
                   move low-values to wco-employee-id
                   start wc-override-file key is not less than
                       wco-employee-id
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read wc-override-file next record
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               display "Override " wco-employee-id
                                   " " wco-class-code
                       end-read
                   end-perform
                   display "Overrides on file: " ws-entry-count
                   close wc-override-file
               end-if
           end-if.

       run-add-class.
           perform get-class-fields.
           open i-o wc-class-file.
           if ws-wc-class-status = '35'
               open output wc-class-file
               close wc-class-file
               open i-o wc-class-file
           end-if.
           if ws-wc-class-status not = '00'
               display "ERROR opening workers' comp class master, "
                   "status=" ws-wc-class-status
               move 8 to return-code
           else
               move ws-class-code to wc-class-code
               move ws-class-description to wc-class-description
               move ws-rate-per-100 to wc-rate-per-100
               move ws-ot-excluded to wc-ot-excluded
               write wc-class-record
               if ws-wc-class-status = '22'
                   display "Class " ws-class-code
                       " already exists - not added."
                   move 8 to return-code
               else
                   if ws-wc-class-status not = '00'
                       display "ERROR writing class record, "
                           "status=" ws-wc-class-status
                       move 8 to return-code
                   else
                       display "Class added."
                       move "ADD" to ws-audit-action
                       perform write-class-audit-record
                   end-if
               end-if
               close wc-class-file
           end-if.

       run-update-class.
           open i-o wc-class-file.
           if ws-wc-class-status not = '00'
               display "ERROR opening workers' comp class master, "
                   "status=" ws-wc-class-status
               move 8 to return-code
           else
               move ws-class-code to wc-class-code
               read wc-class-file
                   invalid key
                       display "No class " ws-class-code "."
                   not invalid key
                       move wc-rate-per-100 to ws-rate-display
                       display "Current description: "
                           wc-class-description
                       display "Current rate per 100: "
                           ws-rate-display
                       display "Current OT excluded: "
                           wc-ot-excluded
                       perform get-class-fields
                       move ws-class-description
                           to wc-class-description
                       move ws-rate-per-100 to wc-rate-per-100
                       move ws-ot-excluded to wc-ot-excluded
                       rewrite wc-class-record
                       if ws-wc-class-status not = '00'
                           display "ERROR rewriting class record, "
                               "status=" ws-wc-class-status
                           move 8 to return-code
                       else
                           display "Class updated."
                           move "UPDATE" to ws-audit-action
                           perform write-class-audit-record
                       end-if
               end-read
               close wc-class-file
           end-if.

      * departments name classes too, but a department left on
      * a deleted class only shows up as "not on class master"
      * in the premium report - overrides are checked here
      * because nothing else lists them.
       run-delete-class.
           perform check-class-in-use.
           if class-in-use
               display "Class " ws-class-code " is still an "
                   "employee override - not deleted."
               move 8 to return-code
           else
               open i-o wc-class-file
               if ws-wc-class-status not = '00'
                   display "ERROR opening workers' comp class "
                       "master, status=" ws-wc-class-status
                   move 8 to return-code
               else
                   move ws-class-code to wc-class-code
                   read wc-class-file
                       invalid key
                           display "No class " ws-class-code "."
                       not invalid key
                           delete wc-class-file record
                           if ws-wc-class-status not = '00'
                               display "ERROR deleting class, "
                                   "status=" ws-wc-class-status
                               move 8 to return-code
                           else
                               display "Class deleted."
                               move "DELETE" to ws-audit-action
                               perform write-class-audit-record
                           end-if
                   end-read
                   close wc-class-file
               end-if
           end-if.

       check-class-in-use.
           move 'N' to ws-class-in-use.
           open input wc-override-file.
           if ws-wc-override-status = '00'
               move 'N' to ws-eof-flag
               move low-values to wco-employee-id
               start wc-override-file key is not less than
                   wco-employee-id
                   invalid key
                       set eof to true
               end-start
               perform until eof or class-in-use
                   read wc-override-file next record
                       at end
                           set eof to true
                       not at end
                           if wco-class-code = ws-class-code
                               set class-in-use to true
                           end-if
                   end-read
               end-perform
               close wc-override-file
           end-if.

       run-employee-override.
           perform get-valid-employee.
           if return-code = 0
               perform get-override-class
           end-if.
           if return-code = 0
               perform apply-employee-override
           end-if.

       get-override-class.
           move 'N' to ws-class-valid.
           perform until class-valid or return-code not = 0
               display "Override class (4 chars, blank = remove "
                   "override): "
               accept ws-class-code
               if ws-class-code = spaces
                   set class-valid to true
               else
                   perform validate-class-code
               end-if
           end-perform.

       apply-employee-override.
           open i-o wc-override-file.
           if ws-wc-override-status = '35'
               open output wc-override-file
               close wc-override-file
               open i-o wc-override-file
           end-if.
           if ws-wc-override-status not = '00'
               display "ERROR opening class override file, "
                   "status=" ws-wc-override-status
               move 8 to return-code
           else
               move ws-employee-id to wco-employee-id
               read wc-override-file
                   invalid key
                       if ws-class-code = spaces
                           display "No override for "
                               ws-employee-id
                               " - nothing to remove."
                       else
                           move ws-employee-id to wco-employee-id
                           move ws-class-code to wco-class-code
                           write wc-override-record
                           move "ADD" to ws-audit-action
                       end-if
                   not invalid key
                       display "Current override: " wco-class-code
                       if ws-class-code = spaces
                           delete wc-override-file record
                           move "DELETE" to ws-audit-action
                       else
                           move ws-class-code to wco-class-code
                           rewrite wc-override-record
                           move "UPDATE" to ws-audit-action
                       end-if
               end-read
               if ws-wc-override-status not = '00'
                   and ws-wc-override-status not = '23'
                   display "ERROR updating class override, "
                       "status=" ws-wc-override-status
                   move 8 to return-code
               else
                   if ws-audit-action not = spaces
                       display "Override " ws-audit-action
                           " done."
                       perform write-override-audit-record
                   end-if
               end-if
               close wc-override-file
           end-if.

       get-valid-employee.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move 8 to return-code
           else
               move spaces to ws-employee-id
               perform until ws-employee-id not = spaces
                   display "Employee ID (6 chars): "
                   accept ws-employee-id
                   move ws-employee-id
                       to employee-id of person-record
                   read person-file
                       invalid key
                           display "Employee " ws-employee-id
                               " not on person master - re-enter."
                           move spaces to ws-employee-id
                       not invalid key
                           display "Employee: " person-name
                               " dept " person-dept
                   end-read
               end-perform
               close person-file
           end-if.

       validate-class-code.
           open input wc-class-file.
           if ws-wc-class-status not = '00'
               display "ERROR opening workers' comp class master, "
                   "status=" ws-wc-class-status
               move 8 to return-code
           else
               move ws-class-code to wc-class-code
               read wc-class-file
                   invalid key
                       display "Class " ws-class-code
                           " not on workers' comp class master - "
                           "re-enter."
                   not invalid key
                       set class-valid to true
               end-read
               close wc-class-file
           end-if.

       get-class-fields.
           move spaces to ws-class-description.
           perform until ws-class-description not = spaces
               display "Class description: "
               accept ws-class-description
               if ws-class-description = spaces
                   display "Description cannot be blank - "
                       "re-enter."
               end-if
           end-perform.
           move zeros to ws-rate-per-100.
           perform until ws-rate-per-100 > 0
               display "Rate per 100 of wages (999.99): "
               accept ws-rate-per-100
           end-perform.
           move spaces to ws-ot-excluded.
           perform until ws-ot-excluded = 'Y'
               or ws-ot-excluded = 'N'
               display "Overtime premium excluded (Y/N): "
               accept ws-ot-excluded
           end-perform.

       write-class-audit-record.
           move "WC-CLASS-MASTER" to ws-audit-file-name.
           move ws-class-code to ws-audit-key.
           perform write-audit-record.

       write-override-audit-record.
           move "WC-CLASS-OVERRIDE" to ws-audit-file-name.
           move ws-employee-id to ws-audit-key.
           perform write-audit-record.

       write-audit-record.
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
