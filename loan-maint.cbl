       identification division.
       program-id. loan-maint.
       author Gonzo.
      * employee loan and salary advance master maintenance -
      * keeps the loans the APPLY-LOAN-REPAYMENTS subroutine
      * takes out of net pay each paid run. (L)ist shows one
      * employee's loans, or every loan on file, with the
      * balance outstanding; (A)dd sets a new loan up with its
      * principal, installment and first repayment date;
      * (I)nstallment changes the per-period repayment of an open
      * loan; (H)old / (R)elease stop and restart repayments
      * without losing the balance; (D)elete removes a loan once
      * it has closed. The balance itself belongs to the payroll
      * run and is never keyed here, save (B)ack-out: an
      * installment a reversed run took is put back - balance up
      * and month repaid down by the amount, a loan it closed
      * reopened. The operator signs on against the operator
      * security master - add needs the add role, installment/
      * hold/release/back-out the correct role, delete the
      * delete role - and every change is audited with the
      * operator who keyed it.
       environment division.
       input-output section.
       file-control.
           select loan-file assign to loanmast
           organization is indexed
           access mode is dynamic
           record key is ln-key
           file status is ws-loan-status.
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
       fd loan-file.
           copy "loan-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-loan-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 installment-mode value 'I'.
           88 hold-mode value 'H'.
           88 release-mode value 'R'.
           88 delete-mode value 'D'.
           88 backout-mode value 'B'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'LOANMNT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-employee-id pic x(6).
       01 ws-loan-number pic x(4).
       01 ws-loan-type pic x.
       01 ws-description pic x(20).
       01 ws-principal pic 9(8) value zeros.
       01 ws-repayment pic 9(6) value zeros.
       01 ws-start-date pic 9(8) value zeros.
       01 ws-backout-amount pic 9(8) value zeros.
       01 ws-person-found pic x value 'N'.
           88 person-found value 'Y'.
       01 ws-confirm pic x value 'N'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(4) value zeros.
       01 ws-balance-total pic 9(10) value zeros.
       01 ws-audit-action pic x(8) value spaces.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (I)nstallment, (H)old, "
               "(R)elease, (D)elete, (B)ack-out: "
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
                   perform run-add-loan
               when installment-mode
                   perform run-change-loan
               when hold-mode
                   perform run-change-loan
               when release-mode
                   perform run-change-loan
               when delete-mode
                   perform run-change-loan
               when backout-mode
                   perform run-change-loan
               when other
                   perform run-list-loans
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
               when installment-mode
                   if ws-may-correct not = 'Y'
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

       run-list-loans.
           display "Employee ID to show (blank for all loans): "
           accept ws-employee-id.
           open input loan-file.
           if ws-loan-status = '35'
               display "No loan master - no loans on file."
           else
               if ws-loan-status not = '00'
                   display "ERROR opening loan master, status="
                       ws-loan-status
                   move 8 to return-code
               else
                   move ws-employee-id to ln-employee-id
                   move low-values to ln-loan-number
                   start loan-file key is not less than ln-key
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read loan-file next record
                           at end
                               set eof to true
                           not at end
                               if ws-employee-id not = spaces
                                   and ln-employee-id
                                   not = ws-employee-id
                                   set eof to true
                               else
                                   add 1 to ws-entry-count
                                   add ln-balance
                                       to ws-balance-total
                                   perform show-loan
                               end-if
                       end-read
                   end-perform
                   display "Loans listed: " ws-entry-count
                       ", balance outstanding " ws-balance-total
                   close loan-file
               end-if
           end-if.

       show-loan.
           display ln-employee-id " " ln-loan-number " "
               ln-loan-type " " ln-description " principal "
               ln-principal " inst " ln-repayment " bal "
               ln-balance " from " ln-start-date " "
               ln-status.

      * the employee must be on the person master and still
      * employed - there is no pay to repay a new loan from once
      * an employee has left.
       run-add-loan.
           perform get-loan-key.
           perform validate-employee.
           if not person-found
               display "Employee " ws-employee-id
                   " is not an active employee on the person "
                   "master."
               move 8 to return-code
           else
               perform get-loan-fields
               perform open-loan-master
               if ws-loan-status = '00'
                   move ws-employee-id to ln-employee-id
                   move ws-loan-number to ln-loan-number
                   move ws-loan-type to ln-loan-type
                   move ws-description to ln-description
                   move ws-principal to ln-principal
                   move ws-repayment to ln-repayment
                   move ws-principal to ln-balance
                   move ws-start-date to ln-start-date
                   move 'A' to ln-status
                   move zeros to ln-closed-date
                   move zeros to ln-month-open-balance
                   move ws-principal to ln-month-advanced
                   move zeros to ln-month-repaid
                   write loan-record
                   if ws-loan-status = '22'
                       display "Loan " ws-loan-number " already "
                           "on file for " ws-employee-id
                           " - not added."
                       move 8 to return-code
                   else
                       if ws-loan-status not = '00'
                           display "ERROR writing loan, status="
                               ws-loan-status
                           move 8 to return-code
                       else
                           display "Loan " ws-loan-number " for "
                               ws-employee-id " added."
                           move "ADD" to ws-audit-action
                           perform write-loan-audit-record
                       end-if
                   end-if
                   close loan-file
               end-if
           end-if.

      * installment, hold, release, delete and back-out all find
      * the loan by its full key first.
       run-change-loan.
           perform get-loan-key.
           open i-o loan-file.
           if ws-loan-status not = '00'
               display "ERROR opening loan master, status="
                   ws-loan-status
               move 8 to return-code
           else
               move ws-employee-id to ln-employee-id
               move ws-loan-number to ln-loan-number
               read loan-file
                   invalid key
                       display "No loan " ws-loan-number " for "
                           ws-employee-id "."
                       move 8 to return-code
                   not invalid key
                       perform show-loan
                       evaluate true
                           when installment-mode
                               perform change-installment
                           when hold-mode
                               perform hold-loan
                           when release-mode
                               perform release-loan
                           when delete-mode
                               perform delete-loan
                           when backout-mode
                               perform back-out-repayment
                       end-evaluate
               end-read
               close loan-file
           end-if.

       change-installment.
           if ln-closed
               display "Loan is closed - installment not changed."
           else
               move zeros to ws-repayment
               perform until ws-repayment > 0
                   display "New installment per period: "
                   accept ws-repayment
               end-perform
               move ws-repayment to ln-repayment
               perform rewrite-loan
           end-if.

       hold-loan.
           if not ln-active
               display "Loan is not active - status " ln-status
                   " - not held."
           else
               move 'H' to ln-status
               perform rewrite-loan
           end-if.

      * a closed loan stays closed - releasing it would start
      * taking money again against a zero balance.
       release-loan.
           if not ln-held
               display "Loan is not held - status " ln-status
                   " - not released."
           else
               move 'A' to ln-status
               perform rewrite-loan
           end-if.

      * an outstanding balance is money still owed - the loan
      * stays on the master until it has closed.
       delete-loan.
           if not ln-closed or ln-balance > 0
               display "Loan is not closed - balance " ln-balance
                   " - not deleted."
               move 8 to return-code
           else
               display "Delete this loan (Y/N)? "
               accept ws-confirm
               if ws-confirm = 'Y' or ws-confirm = 'y'
                   delete loan-file record
                   if ws-loan-status not = '00'
                       display "ERROR deleting loan, status="
                           ws-loan-status
                       move 8 to return-code
                   else
                       display "Loan " ws-loan-number " deleted."
                       move "DELETE" to ws-audit-action
                       perform write-loan-audit-record
                   end-if
               else
                   display "Delete cancelled."
               end-if
           end-if.

      * only what the loan ledger month has seen repaid can be
      * put back, and never past the amount lent.
       back-out-repayment.
           move zeros to ws-backout-amount.
           perform until ws-backout-amount > 0
               display "Installment to put back: "
               accept ws-backout-amount
           end-perform.
           if ws-backout-amount > ln-month-repaid
               or ln-balance + ws-backout-amount > ln-principal
               display "More than the loan has repaid this month "
                   "(" ln-month-repaid ") - not put back."
               move 8 to return-code
           else
               add ws-backout-amount to ln-balance
               subtract ws-backout-amount from ln-month-repaid
               if ln-closed
                   move 'A' to ln-status
                   move zeros to ln-closed-date
               end-if
               perform rewrite-loan
           end-if.

       rewrite-loan.
           rewrite loan-record.
           if ws-loan-status not = '00'
               display "ERROR rewriting loan, status="
                   ws-loan-status
               move 8 to return-code
           else
               display "Loan " ws-loan-number " status "
                   ln-status " installment " ln-repayment "."
               move "UPDATE" to ws-audit-action
               perform write-loan-audit-record
           end-if.

       get-loan-key.
           move spaces to ws-employee-id.
           perform until ws-employee-id not = spaces
               display "Enter employee ID: "
               accept ws-employee-id
           end-perform.
           move spaces to ws-loan-number.
           perform until ws-loan-number not = spaces
               display "Loan number (4 chars): "
               accept ws-loan-number
           end-perform.

       get-loan-fields.
           move spaces to ws-loan-type.
           perform until ws-loan-type = 'L' or ws-loan-type = 'A'
               display "Type - (L)oan, salary (A)dvance: "
               accept ws-loan-type
           end-perform.
           display "Description: "
           accept ws-description.
           move zeros to ws-principal.
           perform until ws-principal > 0
               display "Principal lent: "
               accept ws-principal
           end-perform.
           move zeros to ws-repayment.
           perform until ws-repayment > 0
               display "Installment per period: "
               accept ws-repayment
           end-perform.
           move zeros to ws-start-date.
           perform until ws-start-date > 19000000
               display "First repayment on or after (YYYYMMDD): "
               accept ws-start-date
           end-perform.

       open-loan-master.
           open i-o loan-file.
           if ws-loan-status = '35'
               open output loan-file
               close loan-file
               open i-o loan-file
           end-if.
           if ws-loan-status not = '00'
               display "ERROR opening loan master, status="
                   ws-loan-status
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
                       if not person-terminated
                           set person-found to true
                       end-if
               end-read
               close person-file
           end-if.

       write-loan-audit-record.
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
               move "LOAN-MASTER" to audit-file-name
               move ln-key to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
