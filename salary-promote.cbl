       fd backup-file.
       01 backup-record pic x(26).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'SALPROM'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 02.
           05 filler pic x(8) value 'DA02'.
           05 filler pic x(8) value 'SALBKUP'.
           05 filler pic x(176) value spaces.
       01 ws-new-master-status pic xx value '00'.
       01 ws-live-master-status pic xx value '00'.
       01 ws-backup-status pic xx value '00'.
           88 eof value 'Y'.
       procedure division.
       aa-verify-new-master.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           open input new-master-file.
           if ws-new-master-status not = '00'
               display "ERROR opening new master file, status="
                   " records - restore live master from backup."
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

      * trailer carries the count and hash write-new-trailer
                   trailer-hash-total " actual hash=" ws-hash-total
               move 8 to return-code
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
           move ws-promote-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
