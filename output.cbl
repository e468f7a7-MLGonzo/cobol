           05 se-name pic x(30).
           05 se-age pic 999.
           05 se-dept pic x(4).
           05 filler pic x(12).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'READPERS'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'PERSRPT'.
           05 filler pic x(184) value spaces.
       01 ws-person-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-extract-status pic xx value '00'.

       procedure division.
       main-logic.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           display 'Source - (M)aster file (indexed), '
           display '(E)xtract file (presorted, sequential): '
           accept ws-source-mode.
               perform print-summary-footer
           end-if.
           perform close-files.
           perform record-run-end.
           stop run.

       open-files.
                       ws-report-status
               end-if
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
           move ws-record-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
