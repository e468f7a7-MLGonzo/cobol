      *   - salary keys in the trailer's high-values range that
      *     are not the trailer itself - hard error, RC=8
      *   - persons with no salary record at all - listed and
      *     counted as warnings (a new hire looks like this);
      *     a terminated employee is kept on the person master
      *     for rehire with no salary left, so is not listed
       environment division.
       input-output section.
       file-control.
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'PERSALVF'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'VERRPT'.
           05 filler pic x(184) value spaces.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
           05 fl-verdict pic x(45).
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           move function current-date to ws-run-date
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
                   end-if
               end-if
           end-if.
           perform record-run-end.
           stop run.

       read-next-person.
           move 8 to return-code.

       report-person-without-salary.
           if not person-terminated
               add 1 to ws-no-salary-count
               move employee-id of person-record to dl-employee-id
               move space to dl-record-type
               move "person has no salary record" to dl-reason
               perform write-discrepancy-line
           end-if.

       write-discrepancy-line.
           move dl-discrepancy-line to report-line.
               display "ERROR writing report file, status="
                   ws-report-status
           end-if.

      * run-control ledger - start and end of the step
       record-run-start.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.

       record-run-end.
           move 'E' to ws-runctl-function.
           move return-code to ws-runctl-rc.
           move ws-person-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
