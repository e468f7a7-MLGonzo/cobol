       identification division.
       program-id. salary-grade-maint.
       author Gonzo.
      * salary grade maintenance - keeps the pay range for each
      * grade and the grade each employee is assigned to, so the
      * salary update can hold a raise that lands outside what
      * the job pays and the compa-ratio report can say who sits
      * where in their range. (L)ist shows every range on the
      * grade master and, for an employee, their assignment;
      * (G)rade appends a new range for a grade code with its
      * effective date - ranges are never updated in place, a
      * re-entered grade supersedes from its effective date, so
      * the file keeps every range the grade ever had; (A)ssign
      * puts an employee on a grade (or moves them to another).
      * The operator signs on against the operator security
      * master: a new range needs the add role, an assignment
      * the correct role. Every range and assignment is audited
      * with the operator who keyed it.
       environment division.
       input-output section.
       file-control.
           select grade-file assign to grademst
           organization is line sequential
           file status is ws-grade-status.
           select grade-assignment-file assign to gradasgn
           organization is indexed
           access mode is dynamic
           record key is ga-employee-id
           file status is ws-assignment-status.
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
       fd grade-file.
           copy "salary-grade-record.cpy".
       fd grade-assignment-file.
           copy "grade-assignment-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-grade-status pic xx value '00'.
       01 ws-assignment-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 grade-mode value 'G'.
           88 assign-mode value 'A'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'GRADEMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-grade-code pic x(4).
       01 ws-effective-date pic 9(8) value zeros.
       01 ws-minimum pic 9(6) value zeros.
       01 ws-midpoint pic 9(6) value zeros.
       01 ws-maximum pic 9(6) value zeros.
       01 ws-range-valid pic x value 'N'.
           88 range-valid value 'Y'.
       01 ws-grade-known pic x value 'N'.
           88 grade-known value 'Y'.
       01 ws-person-found pic x value 'N'.
           88 person-found value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(4) value zeros.
       01 ws-business-date pic 9(8).
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-file-name pic x(20) value spaces.
       01 ws-audit-action pic x(8) value spaces.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (G)rade range, (A)ssign "
               "employee: "
           accept ws-mode.
           move function current-date(1:8) to ws-business-date.
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
               when grade-mode
                   perform run-add-grade-range
               when assign-mode
                   perform run-assign-grade
               when other
                   perform run-list-grades
           end-evaluate.
           stop run.

       check-mode-role.
           evaluate true
               when grade-mode
                   if ws-may-add not = 'Y'
                       perform refuse-mode
                   end-if
               when assign-mode
                   if ws-may-correct not = 'Y'
                       perform refuse-mode
                   end-if
           end-evaluate.

       refuse-mode.
           display "Operator " ws-operator-id " is not "
               "authorized for this mode."
           move 8 to return-code.

       run-list-grades.
           open input grade-file.
           if ws-grade-status = '35'
               display "No salary grade master - no grades on file."
           else
               if ws-grade-status not = '00'
                   display "ERROR opening salary grade master, "
                       "status=" ws-grade-status
                   move 8 to return-code
               else
                   perform until eof
                       read grade-file
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               display sg-grade-code " "
                                   sg-effective-date " min "
                                   sg-minimum " mid "
                                   sg-midpoint " max "
                                   sg-maximum
                       end-read
                   end-perform
                   display "Grade ranges on file: " ws-entry-count
                   close grade-file
               end-if
           end-if.
           display "Employee ID to show (blank to finish): "
           accept ws-employee-id.
           if ws-employee-id not = spaces
               open input grade-assignment-file
               if ws-assignment-status not = '00'
                   display "No grade assignment master - "
                       ws-employee-id " is ungraded."
               else
                   move ws-employee-id to ga-employee-id
                   read grade-assignment-file
                       invalid key
                           display ws-employee-id
                               " is not assigned a grade."
                       not invalid key
                           display ws-employee-id " grade "
                               ga-grade-code " since "
                               ga-assigned-date
                   end-read
                   close grade-assignment-file
               end-if
           end-if.

      * minimum, midpoint and maximum must be in order and the
      * minimum above zero - a range out of order would pass
      * or hold everything.
       run-add-grade-range.
           move spaces to ws-grade-code.
           perform until ws-grade-code not = spaces
               display "Grade code (4 chars): "
               accept ws-grade-code
           end-perform.
           move zeros to ws-effective-date.
           perform until ws-effective-date > 19000101
               display "Effective date (YYYYMMDD): "
               accept ws-effective-date
               if ws-effective-date not numeric
                   or ws-effective-date <= 19000101
                   display "Not a valid date - re-enter."
                   move zeros to ws-effective-date
               end-if
           end-perform.
           move 'N' to ws-range-valid.
           perform until range-valid
               display "Range minimum: "
               accept ws-minimum
               display "Range midpoint: "
               accept ws-midpoint
               display "Range maximum: "
               accept ws-maximum
               if ws-minimum > 0
                   and ws-minimum <= ws-midpoint
                   and ws-midpoint <= ws-maximum
                   set range-valid to true
               else
                   display "Minimum must be above zero and "
                       "minimum <= midpoint <= maximum - re-enter."
               end-if
           end-perform.
           open extend grade-file.
           if ws-grade-status = '35'
               open output grade-file
               close grade-file
               open extend grade-file
           end-if.
           if ws-grade-status not = '00'
               display "ERROR opening salary grade master for "
                   "write, status=" ws-grade-status
               move 8 to return-code
           else
               move ws-grade-code to sg-grade-code
               move ws-effective-date to sg-effective-date
               move ws-minimum to sg-minimum
               move ws-midpoint to sg-midpoint
               move ws-maximum to sg-maximum
               write salary-grade-record
               if ws-grade-status not = '00'
                   display "ERROR writing grade range, status="
                       ws-grade-status
                   move 8 to return-code
               else
                   display "Grade " ws-grade-code " range saved, "
                       "effective " ws-effective-date "."
                   move "GRADE-MASTER" to ws-audit-file-name
                   move spaces to ws-audit-key
                   move ws-grade-code to ws-audit-key(1:4)
                   move ws-effective-date(3:6) to ws-audit-key(5:6)
                   move "ADD" to ws-audit-action
                   perform write-grade-audit-record
               end-if
               close grade-file
           end-if.

      * the employee must be on the person master and the grade
      * must have at least one range on file.
       run-assign-grade.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
               display "Enter employee ID: "
               accept ws-employee-id
           end-perform.
           perform validate-employee.
           if person-found
               move 'N' to ws-grade-known
               perform until grade-known
                   move spaces to ws-grade-code
                   perform until ws-grade-code not = spaces
                       display "Grade code (4 chars): "
                       accept ws-grade-code
                   end-perform
                   perform validate-grade-code
                   if not grade-known
                       display "Grade " ws-grade-code
                           " has no range on the grade master - "
                           "re-enter."
                   end-if
               end-perform
               perform post-grade-assignment
           else
               display "Employee " ws-employee-id
                   " is not on the person master."
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

       post-grade-assignment.
           open i-o grade-assignment-file.
           if ws-assignment-status = '35'
               open output grade-assignment-file
               close grade-assignment-file
               open i-o grade-assignment-file
           end-if.
           if ws-assignment-status not = '00'
               display "ERROR opening grade assignment master, "
                   "status=" ws-assignment-status
               move 8 to return-code
           else
               move ws-employee-id to ga-employee-id
               read grade-assignment-file
                   invalid key
                       move "ADD" to ws-audit-action
                   not invalid key
                       move "UPDATE" to ws-audit-action
               end-read
               move ws-employee-id to ga-employee-id
               move ws-grade-code to ga-grade-code
               move ws-business-date to ga-assigned-date
               if ws-audit-action = "ADD"
                   write grade-assignment-record
               else
                   rewrite grade-assignment-record
               end-if
               if ws-assignment-status not = '00'
                   display "ERROR writing grade assignment, status="
                       ws-assignment-status
                   move 8 to return-code
               else
                   display "Employee " ws-employee-id " assigned "
                       "grade " ws-grade-code "."
                   move "GRADE-ASSIGN" to ws-audit-file-name
                   move spaces to ws-audit-key
                   move ws-employee-id to ws-audit-key(1:6)
                   move ws-grade-code to ws-audit-key(7:4)
                   perform write-grade-audit-record
               end-if
               close grade-assignment-file
           end-if.

       validate-grade-code.
           move 'N' to ws-grade-known.
           move 'N' to ws-eof-flag.
           open input grade-file.
           if ws-grade-status = '00'
               perform until eof or grade-known
                   read grade-file
                       at end
                           set eof to true
                       not at end
                           if sg-grade-code = ws-grade-code
                               set grade-known to true
                           end-if
                   end-read
               end-perform
               close grade-file
           end-if.

       write-grade-audit-record.
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
