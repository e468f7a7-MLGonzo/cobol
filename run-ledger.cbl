      * record count as recorded in the run-control file, so an
      * operator can prove what ran (and what ran twice, or never
      * finished) on any given night.
      * Under each step, the datasets it writes (by DD name) and,
      * for a step released for a deliberate rerun, the operator
      * who released it.
       environment division.
       input-output section.
       file-control.
           05 dl-rc pic zzz9.
           05 filler pic x(2) value spaces.
           05 dl-count pic zzzzz9.
       01 dl-output-line.
           05 filler pic x(10) value spaces.
           05 dl-output-label pic x(10).
           05 dl-output-dd pic x(9) occurs 6 times.
       01 ws-output-idx pic 99.
       01 ws-output-slot pic 9.
       01 fl-row-count.
           05 filler pic x(25) value 'Steps recorded: '.
           05 fl-count pic zzz9.
       print-ledger-line.
           add 1 to ws-row-count.
           move rc-step-name to dl-step.
           evaluate true
               when rc-run-complete
                   move 'COMPLETE' to dl-status
               when rc-run-released
                   move 'RELEASED' to dl-status
               when other
                   move 'RUNNING' to dl-status
           end-evaluate.
           move rc-start-time to dl-start.
           move rc-end-time to dl-end.
           move rc-return-code to dl-rc.
           move rc-record-count to dl-count.
           move dl-detail-line to report-line.
           perform write-report-line.
           if rc-forced-by not = spaces
               move spaces to dl-output-line
               move "Forced by" to dl-output-label
               move rc-forced-by to dl-output-dd(1)
               move dl-output-line to report-line
               perform write-report-line
           end-if.
           move spaces to dl-output-line.
           move "Outputs" to dl-output-label.
           move zeros to ws-output-slot.
           perform print-one-output
               varying ws-output-idx from 1 by 1
               until ws-output-idx > rc-output-count
                   or ws-output-idx > 16.
           if ws-output-slot > 0
               move dl-output-line to report-line
               perform write-report-line
           end-if.

      * six DD names to a line
       print-one-output.
           add 1 to ws-output-slot.
           move rc-output-dd(ws-output-idx)
               to dl-output-dd(ws-output-slot).
           if ws-output-slot = 6
               move dl-output-line to report-line
               perform write-report-line
               move spaces to dl-output-line
               move zeros to ws-output-slot
           end-if.

       write-report-line.
           write report-line.
