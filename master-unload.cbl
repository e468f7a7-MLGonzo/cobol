      *   S - salary master (hash = sum of salary amounts,
      *       trailer record included in the copy)
      * Backup record is 'D' + the raw master record image padded
      * to 55 bytes; the unload trailer is 'T' + count + hash.
       environment division.
       input-output section.
       file-control.
       fd backup-file.
       01 backup-record.
           05 bk-record-type pic x.
           05 bk-data pic x(55).
       01 backup-trailer-record redefines backup-record.
           05 filler pic x.
           05 bk-trailer-count pic 9(8).
           05 bk-trailer-hash pic 9(10).
           05 filler pic x(37).
       working-storage section.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
           88 eof value 'Y'.
       01 ws-record-count pic 9(8) value zeros.
       01 ws-hash-total pic 9(10) value zeros.
      * run-control ledger - one row per master, MSTUNLDP for the
      * person unload and MSTUNLDS for the salary unload
       01 ws-run-step-name pic x(8) value spaces.
       01 ws-runctl-function pic x value space.
           88 run-started value 'S'.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'MSTBKUP'.
           05 filler pic x(184) value spaces.
       procedure division.
       aa-start.
           display "Master to unload - (P)erson, (S)alary: "
               move 8 to return-code
               go to zz-end
           end-if.
           if person-master-choice
               move 'MSTUNLDP' to ws-run-step-name
           else
               move 'MSTUNLDS' to ws-run-step-name
           end-if.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           open output backup-file.
           if ws-backup-status not = '00'
               display "ERROR opening backup file, status="
               display "UNLOAD FAILED - backup is not usable."
           end-if.
       zz-end.
           if run-started
               perform record-run-end
           end-if.
           stop run.

       unload-person-master.
                   ws-backup-status
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
           move ws-record-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
