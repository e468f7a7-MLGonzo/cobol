           copy "person-record.cpy".
       fd transaction-file.
      * HR's mixed nightly maintenance file - one record per
      * transaction, the code up front: A add, C change, D delete,
      * and the employment status changes - L leave of absence
      * (TRANS-LEAVE-PAY P paid / U unpaid), E end of leave back
      * to active, T terminated, H rehire of a terminated
      * employee under the original employee-id. The effective
      * date applies to adds and status changes (zeros = today);
      * a rehire may carry a new name, age or department, left
      * blank/zero to keep the ones on file.
       01 transaction-record.
           05 trans-code pic x.
           05 trans-employee-id pic x(6).
           05 trans-name pic x(30).
           05 trans-age pic 999.
           05 trans-dept pic x(4).
           05 trans-effective-date pic 9(8).
           05 trans-leave-pay pic x.
       fd audit-log-file.
           copy "audit-record.cpy".
       fd next-id-file.
       01 ws-name pic x(30).
       01 ws-age pic 999.
       01 ws-dept pic x(4).
       01 ws-company pic x(2) value '01'.
       01 ws-effective-date pic 9(8) value zeros.
       01 ws-leave-pay pic x value space.
       01 ws-status-action pic x(8) value spaces.
       01 ws-add-ok-flag pic x value 'N'.
           88 add-ok value 'Y'.
       01 ws-dup-flag pic x value 'N'.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 05.
           05 filler pic x(8) value 'PERSON'.
           05 filler pic x(8) value 'PERSREG'.
           05 filler pic x(8) value 'AUDITLOG'.
           05 filler pic x(8) value 'NEXTID'.
           05 filler pic x(8) value 'SECEVENT'.
           05 filler pic x(152) value spaces.
       01 ws-trans-count pic 9(6) value zeros.
       01 ws-nextid-status pic xx value '00'.
       01 ws-next-sequence pic 9(5) value zeros.
       01 ws-rejected-change-count pic 9(5) value zeros.
       01 ws-rejected-delete-count pic 9(5) value zeros.
       01 ws-rejected-other-count pic 9(5) value zeros.
       01 ws-applied-status-count pic 9(5) value zeros.
       01 ws-rejected-status-count pic 9(5) value zeros.
       01 mr-detail-line.
           05 mr-code pic x.
           05 filler pic x(2) value spaces.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           if run-refused
               move 8 to return-code
           else
               move ws-trans-count to ws-runctl-count
               call "run-control" using ws-run-step-name,
                   ws-runctl-function, ws-runctl-rc,
                   ws-runctl-count, ws-runctl-refused, ws-runctl-outputs
           end-if.

       load-transaction-file.
           move trans-name to ws-name.
           move trans-age to ws-age.
           move trans-dept to ws-dept.
           if trans-effective-date is numeric
               move trans-effective-date to ws-effective-date
           else
               move zeros to ws-effective-date
           end-if.
           if ws-effective-date = zeros
               move function current-date(1:8) to ws-effective-date
           end-if.
           move trans-leave-pay to ws-leave-pay.
           evaluate trans-code
               when 'A'
                   perform apply-add-transaction
                   perform apply-change-transaction
               when 'D'
                   perform apply-delete-transaction
               when 'L'
                   perform apply-status-transaction
               when 'E'
                   perform apply-status-transaction
               when 'T'
                   perform apply-status-transaction
               when 'H'
                   perform apply-status-transaction
               when other
                   move "unrecognized transaction code"
                       to ws-reject-reason
                       move ws-name to person-name
                       move ws-age to person-age
                       move ws-dept to person-dept
                       move ws-company to person-company
                       rewrite person-record
                       if ws-person-status not = '00'
                           move "rewrite failed"
               close person-file
           end-if.

      * a status change never deletes anything - a terminated
      * employee keeps the record, so a rehire reactivates the
      * original employee-id and with it the YTD, leave and
      * compensation history filed under that id. Each change
      * must start from the status it makes sense from: leave
      * only from active, end of leave only from leave, rehire
      * only from terminated.
       apply-status-transaction.
           open i-o person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move "person file not available"
                   to ws-reject-reason
               perform write-register-reject
           else
               move ws-employee-id to employee-id
               read person-file
                   invalid key
                       move "no person record for status change"
                           to ws-reject-reason
                       perform write-register-reject
                   not invalid key
                       perform edit-status-change
                       if ws-reject-reason not = spaces
                           perform write-register-reject
                       else
                           perform rewrite-status-change
                       end-if
               end-read
               close person-file
           end-if.

       edit-status-change.
           move spaces to ws-reject-reason.
           evaluate trans-code
               when 'L'
                   if not person-active and not person-rehired
                       move "leave only from active status"
                           to ws-reject-reason
                   else
                       if ws-leave-pay = space
                           move 'U' to ws-leave-pay
                       end-if
                       if ws-leave-pay not = 'P'
                           and ws-leave-pay not = 'U'
                           move "leave pay must be P or U"
                               to ws-reject-reason
                       end-if
                   end-if
               when 'E'
                   if not person-on-leave
                       move "employee is not on leave"
                           to ws-reject-reason
                   end-if
               when 'T'
                   if person-terminated
                       move "employee already terminated"
                           to ws-reject-reason
                   end-if
               when 'H'
                   if not person-terminated
                       move "rehire only from terminated status"
                           to ws-reject-reason
                   else
                       if trans-age is numeric and ws-age > 120
                           move "invalid age on rehire"
                               to ws-reject-reason
                       else
                           if ws-dept not = spaces
                               perform validate-department
                               if not dept-valid
                                   move ws-dept-reason
                                       to ws-reject-reason
                               end-if
                           end-if
                       end-if
                   end-if
           end-evaluate.

       rewrite-status-change.
           evaluate trans-code
               when 'L'
                   move 'L' to person-status
                   move ws-leave-pay to person-leave-pay
                   move "LEAVE" to ws-status-action
               when 'E'
                   move 'A' to person-status
                   move space to person-leave-pay
                   move "RETURN" to ws-status-action
               when 'T'
                   move 'T' to person-status
                   move space to person-leave-pay
                   move "TERM" to ws-status-action
               when 'H'
                   move 'R' to person-status
                   move space to person-leave-pay
                   if ws-name not = spaces
                       move ws-name to person-name
                   end-if
                   if trans-age is numeric and ws-age > 0
                       move ws-age to person-age
                   end-if
                   if ws-dept not = spaces
                       move ws-dept to person-dept
                       move ws-company to person-company
                   end-if
                   move "REHIRE" to ws-status-action
           end-evaluate.
           move ws-effective-date to person-status-date.
           rewrite person-record.
           if ws-person-status not = '00'
               move "rewrite failed" to ws-reject-reason
               perform write-register-reject
           else
               add 1 to ws-applied-status-count
               move 'APPLIED' to mr-disposition
               move spaces to ws-reject-reason
               perform write-register-line-for-trans
               move employee-id to ws-audit-key
               move ws-status-action to ws-audit-action
               perform write-audit-record
           end-if.

       write-register-reject.
           evaluate trans-code
               when 'A'
                   add 1 to ws-rejected-change-count
               when 'D'
                   add 1 to ws-rejected-delete-count
               when 'L'
                   add 1 to ws-rejected-status-count
               when 'E'
                   add 1 to ws-rejected-status-count
               when 'T'
                   add 1 to ws-rejected-status-count
               when 'H'
                   add 1 to ws-rejected-status-count
               when other
                   add 1 to ws-rejected-other-count
           end-evaluate.
               move ws-rejected-delete-count to mr-count
               move mr-count-line to register-line
               write register-line
               move "Status changes applied: " to mr-count-label
               move ws-applied-status-count to mr-count
               move mr-count-line to register-line
               write register-line
               move "Status changes rejected: " to mr-count-label
               move ws-rejected-status-count to mr-count
               move mr-count-line to register-line
               write register-line
               move "Bad codes rejected: " to mr-count-label
               move ws-rejected-other-count to mr-count
               move mr-count-line to register-line
                       move ws-name to person-name
                       move ws-age to person-age
                       move ws-dept to person-dept
                       move ws-company to person-company
                       rewrite person-record
                       if ws-person-status not = '00'
                           display "ERROR rewriting record, status="
      * department reference master - a typo fails here instead of
      * creating a phantom department on the rollup. A missing
      * master is first-time setup, not a reason to refuse every
      * transaction: the code is accepted with a warning. The
      * employee's company is always the department's.
       validate-department.
           move 'N' to ws-dept-valid.
           move spaces to ws-dept-reason.
           move '01' to ws-company.
           open input department-file.
           if ws-department-status = '35'
               display "WARNING: no department master - code "
                           move "department not on dept master"
                               to ws-dept-reason
                       not invalid key
                           if dept-company not = spaces
                               move dept-company to ws-company
                           end-if
                           if dept-active
                               set dept-valid to true
                           else
               move ws-name to person-name
               move ws-age to person-age
               move ws-dept to person-dept
               move ws-company to person-company
               move 'A' to person-status
               if ws-effective-date = zeros
                   move function current-date(1:8)
                       to person-status-date
               else
                   move ws-effective-date to person-status-date
               end-if
               move space to person-leave-pay
               write person-record
               if ws-person-status = '22'
                   display "ERROR: employee ID " ws-employee-id
