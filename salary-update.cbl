      * old-master/new-master update - applies a transaction file
      * of salary adjustments to salary-file, producing a fresh
      * new master so every run is auditable against the prior one.
      * A regular-pay ('R') change that would land outside the
      * range of the employee's salary grade - below the minimum
      * or above the maximum in effect today - is not applied: it
      * goes to the exception file like any other refused change
      * and is resubmitted approval-pending through the exception
      * repair program if it stands. Ungraded employees, and a
      * missing grade master or assignment file, are not checked.
       environment division.
       input-output section.
       file-control.
           select comp-history-file assign to comphist
           organization is line sequential
           file status is ws-comphist-status.
           select grade-assignment-file assign to gradasgn
           organization is indexed
           access mode is dynamic
           record key is ga-employee-id
           file status is ws-gradasgn-status.
       data division.
       file section.
       fd old-master-file.
           copy "audit-record.cpy".
       fd comp-history-file.
           copy "comp-history-record.cpy".
       fd grade-assignment-file.
           copy "grade-assignment-record.cpy".
       working-storage section.
       01 ws-old-master-status pic xx value '00'.
       01 ws-trans-status pic xx value '00'.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 04.
           05 filler pic x(8) value 'SALNEW'.
           05 filler pic x(8) value 'SALEXC'.
           05 filler pic x(8) value 'AUDITLOG'.
           05 filler pic x(8) value 'COMPHIST'.
           05 filler pic x(160) value spaces.
      * salary grade ranges in effect today and the assignment
      * file they are looked up through
       copy "grade-table.cpy".
       01 ws-grade-load-status pic x value 'N'.
           88 grade-table-loaded value 'Y'.
       01 ws-gradasgn-status pic xx value '00'.
       01 ws-gradasgn-open pic x value 'N'.
           88 gradasgn-open value 'Y'.
       01 ws-grade-idx pic 9(3).
       01 ws-grade-found pic x value 'N'.
           88 grade-found value 'Y'.
       01 ws-grade-check-amount pic s9(7).
       01 ws-grade-result pic 9(6).
       01 ws-grade-limit pic 9(6).
       01 ws-grade-range-flag pic x value 'Y'.
           88 within-grade-range value 'Y'.
       01 al-exception-detail.
           05 al-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           if run-refused
               move 8 to return-code
               stop run
               go to cc-end
           end-if.
           set setup-ok to true.
           move function current-date(1:8) to ws-business-date.
           call "load-grade-table" using ws-business-date,
               grade-table, ws-grade-load-status.
           if grade-table-loaded
               open input grade-assignment-file
               if ws-gradasgn-status = '00'
                   set gradasgn-open to true
               end-if
           end-if.
           perform read-old-master.
           perform read-transaction.
       bb-merge.
                   display "ERROR closing new master file, status="
                       ws-new-master-status
               end-if
               if gradasgn-open
                   close grade-assignment-file
               end-if
               if ws-exception-status = '00'
                   or ws-exception-status = '10'
                   close exception-file
           move ws-new-record-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           stop run.

       read-old-master.
                       to al-reason
                   perform write-adjustment-exception
               else
                   move ws-computed-salary to ws-grade-check-amount
                   perform check-grade-range
                   if not within-grade-range
                       perform write-adjustment-exception
                   else
                       move salary to ws-comp-old-amount
                       move ws-computed-salary to salary
                       move salary-key to ws-audit-key-value
                       move "ADJUST" to ws-audit-action
                       perform write-audit-record
                       perform append-comp-history
                   end-if
               end-if
           end-if.

                       to al-reason
                   perform write-adjustment-exception
               else
                   move adj-amount to ws-grade-check-amount
                   perform check-grade-range
                   if not within-grade-range
                       perform write-adjustment-exception
                   else
                       move salary to ws-comp-old-amount
                       move adj-amount to salary
                       move salary-key to ws-audit-key-value
                       move "REPLACE" to ws-audit-action
                       perform write-audit-record
                       perform append-comp-history
                   end-if
               end-if
           end-if.

      * regular pay only: the employee's grade is looked up on
      * the assignment file and the result held against that
      * grade's range in effect today. The reason names the
      * grade and the limit crossed for whoever reviews it.
       check-grade-range.
           set within-grade-range to true.
           if adj-record-type = 'R' and gradasgn-open
               move adj-employee-id to ga-employee-id
               read grade-assignment-file
                   invalid key
                       continue
                   not invalid key
                       perform find-grade-range
               end-read
           end-if.

       find-grade-range.
           move 'N' to ws-grade-found.
           perform varying ws-grade-idx from 1 by 1
               until grade-found or ws-grade-idx > gt-grade-count
               if gt-grade-code(ws-grade-idx) = ga-grade-code
                   set grade-found to true
               end-if
           end-perform.
           if grade-found
               subtract 1 from ws-grade-idx
               move ws-grade-check-amount to ws-grade-result
               if ws-grade-check-amount < gt-minimum(ws-grade-idx)
                   move 'N' to ws-grade-range-flag
                   move gt-minimum(ws-grade-idx) to ws-grade-limit
                   move spaces to al-reason
                   string "result " ws-grade-result " below grade "
                       ga-grade-code " minimum " ws-grade-limit
                       delimited by size into al-reason
               end-if
               if ws-grade-check-amount > gt-maximum(ws-grade-idx)
                   move 'N' to ws-grade-range-flag
                   move gt-maximum(ws-grade-idx) to ws-grade-limit
                   move spaces to al-reason
                   string "result " ws-grade-result " above grade "
                       ga-grade-code " maximum " ws-grade-limit
                       delimited by size into al-reason
               end-if
           end-if.

