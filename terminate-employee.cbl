      *      pending gets a normal approve/reject decision with the
      *      same audit records the interactive approval path writes
      *   3. computes the final pay (approved amounts through the
      *      MATH brackets) and prints it on the termination report,
      *      with every loan or salary advance still outstanding -
      *      the balance to recover from the final pay or collect
      *   4. deletes the salary records AND adjusts the master's
      *      control trailer count/hash so the next accumulate run
      *      still reconciles
      *   5. marks the person record terminated as of today - the
      *      record is kept, so a later rehire reactivates the
      *      same employee-id with its YTD, leave and comp history
      * Every record touched is audited and listed on the report.
       environment division.
       input-output section.
           select report-file assign to termrpt
           organization is line sequential
           file status is ws-report-status.
           select loan-file assign to loanmast
           organization is indexed
           access mode is dynamic
           record key is ln-key
           file status is ws-loan-status.
       data division.
       file section.
       fd person-file.
           copy "audit-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       fd loan-file.
           copy "loan-record.cpy".
       working-storage section.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-loan-status pic xx value '00'.
       01 ws-loan-eof pic x value 'N'.
           88 loan-eof value 'Y'.
       01 ws-loan-outstanding pic 9(8) value zeros.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 rl-amount-line.
           05 rl-amount-label pic x(25).
           05 rl-amount pic -(7)9.
       01 rl-loan-line.
           05 filler pic x(4) value spaces.
           05 rl-loan-number pic x(4).
           05 filler pic x(1) value space.
           05 rl-loan-description pic x(20).
           05 filler pic x(6) value '  bal '.
           05 rl-loan-balance pic z(7)9.
           05 filler pic x(2) value spaces.
           05 rl-loan-status pic x.
       procedure division.
      * termination deletes from both masters and decides pending
      * approvals, so it demands both the delete and the approve
                   move 8 to return-code
                   go to zz-end
           end-read.
           if person-terminated
               display "Employee " ws-terminate-employee-id
                   " is already terminated."
               close person-file
               move 8 to return-code
               go to zz-end
           end-if.
           display "Terminating: " person-name
               " dept " person-dept.
           display "Confirm termination (Y/N): "
           move ws-final-net-pay to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           perform list-outstanding-loans.
      * a failed salary cascade must not go on to terminate the
      * person - the employee would still have pay on the salary
      * master with nobody active to pay it to.
       dd-terminate-person.
           if return-code not = 0
               display "Salary cleanup incomplete - person record "
                   "left active. Re-run after correcting."
               go to ee-close
           end-if.
           move 'T' to person-status.
           move ws-business-date to person-status-date.
           move space to person-leave-pay.
           rewrite person-record
               invalid key
                   display "ERROR marking person record terminated."
                   move 8 to return-code
           end-rewrite.
           if ws-person-status = '00'
               move ws-terminate-employee-id to ws-audit-key
               move "TERM" to ws-audit-action
               move "PERSON-FILE" to ws-audit-file-name
               perform write-audit-record
               move ws-terminate-employee-id to rl-action-key
               move "person record marked terminated"
                   to rl-action-text
               move rl-action-line to report-line
               perform write-report-line
               add 1 to ws-touched-count
       zz-end.
           stop run.

      * an open loan is money the employee still owes - it is
      * listed for payroll to recover, never written off here.
      * A missing loan master means no loans.
       list-outstanding-loans.
           move zeros to ws-loan-outstanding.
           open input loan-file.
           if ws-loan-status = '00'
               move ws-terminate-employee-id to ln-employee-id
               move low-values to ln-loan-number
               start loan-file key is not less than ln-key
                   invalid key
                       set loan-eof to true
               end-start
               perform until loan-eof
                   read loan-file next record
                       at end
                           set loan-eof to true
                       not at end
                           if ln-employee-id
                               not = ws-terminate-employee-id
                               set loan-eof to true
                           else
                               if not ln-closed and ln-balance > 0
                                   perform print-outstanding-loan
                               end-if
                           end-if
                   end-read
               end-perform
               close loan-file
           end-if.
           if ws-loan-outstanding > 0
               move "Loans to recover: " to rl-amount-label
               move ws-loan-outstanding to rl-amount
               move rl-amount-line to report-line
               perform write-report-line
               display "Outstanding loan balance to recover: "
                   ws-loan-outstanding
           end-if.

       print-outstanding-loan.
           add ln-balance to ws-loan-outstanding.
           move ln-loan-number to rl-loan-number.
           move ln-description to rl-loan-description.
           move ln-balance to rl-loan-balance.
           move ln-status to rl-loan-status.
           move rl-loan-line to report-line.
           perform write-report-line.

      * walk every salary record under the employee-id, however
      * many per type now that the key carries a sequence number.
      * A pending record gets the same approve/reject decision
