       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'RETROPAY'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 02.
           05 filler pic x(8) value 'RETROADJ'.
           05 filler pic x(8) value 'RETRORPT'.
           05 filler pic x(176) value spaces.
       01 ws-adj-status pic xx value '00'.
       01 ws-runhist-status pic xx value '00'.
       01 ws-retro-status pic xx value '00'.
           05 fl-count pic zzzz9.
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           move function current-date(1:8) to ws-business-date.
           open input adjustment-feed-file.
           if ws-adj-status = '35'
                   "adjustment(s)."
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

       load-run-dates.
               display "ERROR writing retro report, status="
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
           move ws-retro-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
