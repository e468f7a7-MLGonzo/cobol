      * report shows the snapshot's departmental breakdown and
      * the 12-month headcount and turnover trend, in the style
      * of the month-end close's history report.
      * Headcount is active staff; employees on leave of absence
      * are counted in their own column, and terminated
      * employees - kept on the person master so a rehire can
      * reactivate them - are left out. Terminations and rehires
      * count as removals and adds alongside deletes and adds.
       environment division.
       input-output section.
       file-control.
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'CENSUS'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 02.
           05 filler pic x(8) value 'CENSFILE'.
           05 filler pic x(8) value 'CENSRPT'.
           05 filler pic x(176) value spaces.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-census-status pic xx value '00'.
               10 cd-dept pic x(4).
               10 cd-band occurs 5 times pic 9(5).
               10 cd-headcount pic 9(5).
               10 cd-leave pic 9(5).
       01 ws-total-headcount pic 9(5) value zeros.
       01 ws-total-leave pic 9(5) value zeros.
       01 total-band-table.
           05 ws-total-band occurs 5 times pic 9(5)
               value zeros.
               10 tr-t-headcount pic 9(5).
               10 tr-t-adds pic 9(4).
               10 tr-t-removals pic 9(4).
               10 tr-t-leave pic 9(5).
       01 ws-turnover-pct pic s9(3)v99 value zeros.

       01 hl-title.
           05 filler pic x(7) value '45-54'.
           05 filler pic x(7) value '  55+'.
           05 filler pic x(8) value '  Total'.
           05 filler pic x(8) value '  Leave'.
       01 dl-dept-line.
           05 dl-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-band-5 pic zzzz9.
           05 filler pic x(2) value spaces.
           05 dl-total pic zzzz9.
           05 filler pic x(3) value spaces.
           05 dl-leave pic zzzz9.
       01 hl-trend-headers.
           05 filler pic x(9) value 'Month'.
           05 filler pic x(11) value 'Headcount'.
           05 filler pic x(7) value ' Adds'.
           05 filler pic x(10) value ' Removals'.
           05 filler pic x(13) value ' Turnover pct'.
           05 filler pic x(8) value '   Leave'.
       01 tl-trend-line.
           05 tl-year pic 9(4).
           05 filler pic x value '/'.
           05 tl-removals pic zzz9.
           05 filler pic x(5) value spaces.
           05 tl-pct pic -(2)9.99.
           05 filler pic x(4) value spaces.
           05 tl-leave pic zzzz9.
       01 fl-note-line.
           05 fl-note pic x(60).
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
                   "only."
           end-if.
           perform print-census-report.
           perform record-run-end.
           stop run.

      * one pass over the census file: remember whether this
               move cn-adds to tr-t-adds(ws-trend-count)
               move cn-removals
                   to tr-t-removals(ws-trend-count)
               if cn-leave-count is numeric
                   move cn-leave-count
                       to tr-t-leave(ws-trend-count)
               else
                   move zeros to tr-t-leave(ws-trend-count)
               end-if
           end-if.

      * the table keeps the 12 newest rows: full table shifts
           move ws-adds-count to tr-t-adds(ws-trend-count).
           move ws-removals-count
               to tr-t-removals(ws-trend-count).
           move ws-total-leave to tr-t-leave(ws-trend-count).

       count-person-master.
           open input person-file.
                       at end
                           set eof to true
                       not at end
                           if not person-terminated
                               perform count-one-person
                           end-if
                   end-read
                   if ws-person-status not = '00'
                       and ws-person-status not = '10'
               when other
                   move 5 to ws-band-idx
           end-evaluate.
           if person-on-leave
               add 1 to ws-total-leave
           else
               add 1 to ws-total-headcount
               add 1 to ws-total-band(ws-band-idx)
           end-if.
      * after the search the index has stepped one past the
      * matching department, so it is stepped back.
           move 'N' to ws-dept-found.
           perform varying ws-dept-idx from 1 by 1
               until dept-found or ws-dept-idx > ws-dept-count
               if cd-dept(ws-dept-idx) = person-dept
                   set dept-found to true
               end-if
           end-perform.
           if dept-found
               subtract 1 from ws-dept-idx
           else
               if ws-dept-count < 100
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-dept-idx
                       person-dept " lumped with last entry."
                   move ws-dept-count to ws-dept-idx
               end-if
           end-if.
           if person-on-leave
               add 1 to cd-leave(ws-dept-idx)
           else
               add 1 to cd-band(ws-dept-idx, ws-band-idx)
               add 1 to cd-headcount(ws-dept-idx)
           end-if.
               evaluate audit-action
                   when 'ADD'
                       add 1 to ws-adds-count
                   when 'REHIRE'
                       add 1 to ws-adds-count
                   when 'DELETE'
                       add 1 to ws-removals-count
                   when 'TERM'
                       add 1 to ws-removals-count
               end-evaluate
           end-if.

               move ws-total-headcount to cn-headcount
               move ws-adds-count to cn-adds
               move ws-removals-count to cn-removals
               move ws-total-leave to cn-leave-count
               write census-record
               if ws-census-status not = '00'
                   display "ERROR writing census row, status="
               close census-file
               display "Census snapshot taken for "
                   ws-prior-year "/" ws-prior-month ": "
                   ws-total-headcount " active, "
                   ws-total-leave " on leave, "
                   ws-adds-count " adds, "
                   ws-removals-count " removals."
           end-if.
           move cd-headcount(ws-dept-idx) to cn-headcount.
           move zeros to cn-adds.
           move zeros to cn-removals.
           move cd-leave(ws-dept-idx) to cn-leave-count.
           write census-record.
           if ws-census-status not = '00'
               display "ERROR writing census row, status="
           move cd-band(ws-dept-idx, 4) to dl-band-4.
           move cd-band(ws-dept-idx, 5) to dl-band-5.
           move cd-headcount(ws-dept-idx) to dl-total.
           move cd-leave(ws-dept-idx) to dl-leave.
           move dl-dept-line to report-line.
           perform write-report-line.

           move tr-t-headcount(ws-trend-idx) to tl-headcount.
           move tr-t-adds(ws-trend-idx) to tl-adds.
           move tr-t-removals(ws-trend-idx) to tl-removals.
           move tr-t-leave(ws-trend-idx) to tl-leave.
           if tr-t-headcount(ws-trend-idx) > 0
               compute ws-turnover-pct rounded =
                   (tr-t-removals(ws-trend-idx) * 100)
               display "ERROR writing census report, status="
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
           move ws-total-headcount to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
