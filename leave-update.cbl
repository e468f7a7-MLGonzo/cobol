      * hourly rate goes to the rejects report for manual keying.
      * With the accrual option on (first SYSIN card 'A') every
      * leave master row also earns its per-period accrual.
      * A salaried employee's period with unpaid days is held to
      * the minimum wage in effect on the feed date for the
      * employee's withholding jurisdiction: the period's
      * approved regular salary less the unpaid days pro rata,
      * over the standard hours in a period (second SYSIN card,
      * zeros take 173) less the unpaid hours. A period that
      * falls short is flagged on the rejects report and kept on
      * the minimum wage shortfall ledger with the make-up owed,
      * for the compliance report to pay back; the flag does not
      * stop the stream.
      *
      * Raw feed record layout (18 bytes):
      *   'H' + feed date 9(8)
           select reject-report-file assign to lvrej
           organization is line sequential
           file status is ws-reject-status.
           select salary-file assign to da02
           organization is indexed
           access mode is dynamic
           record key is salary-key
           file status is ws-salary-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
           select shortfall-file assign to mwshort
           organization is indexed
           access mode is dynamic
           record key is mws-key
           file status is ws-short-status.
       data division.
       file section.
       fd raw-feed-file.
           copy "adjustment-record.cpy".
       fd reject-report-file.
       01 reject-line pic x(80).
       fd salary-file.
           copy "salary-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd shortfall-file.
           copy "minimum-wage-shortfall-record.cpy".
       working-storage section.
       01 ws-raw-status pic xx value '00'.
       01 ws-leave-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-dedfeed-status pic xx value '00'.
       01 ws-reject-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-short-status pic xx value '00'.
       01 ws-accrual-option pic x value 'N'.
           88 accrual-on value 'A'.
       01 ws-standard-hours pic 9(3) value zeros.
       01 ws-feed-date pic 9(8) value zeros.
       01 ws-salary-open pic x value 'N'.
           88 salary-open value 'Y'.
       01 ws-taxprof-open pic x value 'N'.
           88 taxprof-open value 'Y'.
       01 ws-salary-eof-flag pic x value 'N'.
           88 salary-eof value 'Y'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-header-seen pic x value 'N'.
           05 unpaid-entry occurs 200 times.
               10 up-employee-id pic x(6).
               10 up-amount pic 9(8).
      * salaried employees' unpaid days, per employee, for the
      * minimum wage check once the feed has reconciled
       01 ws-salaried-count pic 9(3) value zeros.
       01 ws-salaried-found pic x value 'N'.
           88 salaried-found value 'Y'.
       01 ws-salaried-idx pic 9(3).
       01 salaried-unpaid-table.
           05 salaried-unpaid-entry occurs 200 times.
               10 su-employee-id pic x(6).
               10 su-unpaid-days pic 9(3).
       01 ws-emp-regular pic 9(8).
       01 ws-emp-jurisdiction pic x(2).
       01 ws-period-hours pic 9(4).
       01 ws-period-gross pic 9(8).
       01 ws-unpaid-hours pic 9(4).
       01 ws-minimum-date pic 9(8).
       01 ws-minimum-wage pic 9(3)v99.
       01 ws-minimum-found pic x value 'N'.
           88 minimum-found value 'Y'.
           88 minimum-unknown value 'E'.
       01 ws-minimum-gross pic 9(8)v99.
       01 ws-shortfall pic 9(8)v99.
       01 ws-short-count pic 9(6) value zeros.
       01 ws-run-step-name pic x(8) value 'LEAVEUPD'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 04.
           05 filler pic x(8) value 'LEAVEMST'.
           05 filler pic x(8) value 'LVADJ'.
           05 filler pic x(8) value 'LVREJ'.
           05 filler pic x(8) value 'MWSHORT'.
           05 filler pic x(160) value spaces.
       01 rj-detail-line.
           05 rj-image pic x(18).
           05 filler pic x(2) value spaces.
           05 rj-reason pic x(40).
       01 rj-short-line.
           05 filler pic x(15) value 'BELOW MIN WAGE '.
           05 rj-short-employee-id pic x(6).
           05 filler pic x(5) value ' hrs '.
           05 rj-short-hours pic zzz9.
           05 filler pic x(5) value ' pay '.
           05 rj-short-gross pic zzzzzzz9.
           05 filler pic x(6) value ' rate '.
           05 rj-short-rate pic zzz9.99.
           05 filler pic x(5) value ' min '.
           05 rj-short-minimum pic zz9.99.
           05 filler pic x(6) value ' owed '.
           05 rj-short-makeup pic zzzzz9.
       01 rj-count-line.
           05 rj-count-label pic x(25).
           05 rj-count pic zzzzz9.
       aa-start.
           display "Accrue per-period leave this run (A/N): "
           accept ws-accrual-option.
           display "Standard hours per pay period: "
           accept ws-standard-hours.
           if ws-standard-hours = 0
               move 173 to ws-standard-hours
           end-if.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           if run-refused
               move 8 to return-code
               stop run
               perform write-unpaid-deduction
                   varying ws-unpaid-idx from 1 by 1
                   until ws-unpaid-idx > ws-unpaid-count
               perform check-salaried-minimum
                   varying ws-salaried-idx from 1 by 1
                   until ws-salaried-idx > ws-salaried-count
               if accrual-on
                   perform accrue-all-balances
               end-if
           move ws-applied-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           stop run.

       open-remaining-files.
                               "status=" ws-reject-status
                           move 8 to return-code
                       else
                           perform open-minimum-wage-files
                       end-if
                   end-if
               end-if
           end-if.

      * the salary master and tax profiles are only looked at -
      * without them the minimum wage check is skipped; the
      * shortfall ledger is created the first time it is needed.
       open-minimum-wage-files.
           open i-o shortfall-file.
           if ws-short-status = '35'
               open output shortfall-file
               close shortfall-file
               open i-o shortfall-file
           end-if.
           if ws-short-status not = '00'
               display "ERROR opening minimum wage shortfall "
                   "ledger, status=" ws-short-status
               move 8 to return-code
           else
               open input salary-file
               if ws-salary-status = '00'
                   set salary-open to true
               end-if
               open input tax-profile-file
               if ws-profile-status = '00'
                   set taxprof-open to true
               end-if
               set setup-ok to true
           end-if.

       close-all-files.
           close shortfall-file.
           if salary-open
               close salary-file
           end-if.
           if taxprof-open
               close tax-profile-file
           end-if.
           close leave-file.
           if ws-rate-status = '00' or ws-rate-status = '10'
               close pay-rate-file
           else
               set header-seen to true
               display "Leave feed dated " lf-feed-date "."
               if lf-feed-date numeric
                   move lf-feed-date to ws-feed-date
               end-if
           end-if.

       take-feed-trailer.
                   move "unpaid days but no hourly rate"
                       to rj-reason
                   perform write-reject-line
                   perform add-to-salaried-table
               not invalid key
                   compute ws-deduction-amount =
                       ws-unpaid-days * 8 * pr-hourly-rate
               end-if
           end-if.

       add-to-salaried-table.
           move 'N' to ws-salaried-found.
           perform varying ws-salaried-idx from 1 by 1
               until salaried-found
               or ws-salaried-idx > ws-salaried-count
               if su-employee-id(ws-salaried-idx) = lf-employee-id
                   set salaried-found to true
                   add ws-unpaid-days
                       to su-unpaid-days(ws-salaried-idx)
               end-if
           end-perform.
           if not salaried-found
               and ws-salaried-count < 200
               add 1 to ws-salaried-count
               move lf-employee-id
                   to su-employee-id(ws-salaried-count)
               move ws-unpaid-days
                   to su-unpaid-days(ws-salaried-count)
           end-if.

      * the period's approved regular salary less the unpaid
      * days at the same pro rata the manual deduction takes,
      * over the standard hours less eight per unpaid day,
      * against the minimum in effect on the feed date. A short
      * period is flagged and its make-up (rounded up to whole
      * currency) kept on the shortfall ledger; a feed run again
      * replaces its own open rows and drops one no longer
      * short, but never touches a row already paid back. A
      * minimum wage file that cannot be read leaves the ledger
      * alone and fails the run.
       check-salaried-minimum.
           move su-employee-id(ws-salaried-idx)
               to lv-employee-id.
           perform sum-regular-salary.
           compute ws-unpaid-hours =
               su-unpaid-days(ws-salaried-idx) * 8.
           if ws-emp-regular > 0
               and ws-unpaid-hours < ws-standard-hours
               compute ws-period-hours =
                   ws-standard-hours - ws-unpaid-hours
               compute ws-period-gross rounded =
                   ws-emp-regular * ws-period-hours
                   / ws-standard-hours
               perform find-employee-minimum
               move zeros to ws-shortfall
               if minimum-unknown
                   display "ERROR: minimum wage file unreadable - "
                       lv-employee-id " not checked."
                   move 8 to return-code
               else
                   if minimum-found
                       compute ws-minimum-gross =
                           ws-minimum-wage * ws-period-hours
                       if ws-period-gross < ws-minimum-gross
                           compute ws-shortfall =
                               ws-minimum-gross - ws-period-gross
                       end-if
                   end-if
                   perform post-shortfall-row
               end-if
           end-if.

       sum-regular-salary.
           move zeros to ws-emp-regular.
           if salary-open
               move 'N' to ws-salary-eof-flag
               move lv-employee-id to employee-id of salary-record
               move 'R' to record-type
               move zeros to salary-sequence
               start salary-file key is not less than salary-key
                   invalid key
                       set salary-eof to true
               end-start
               perform until salary-eof
                   read salary-file next record
                       at end
                           set salary-eof to true
                       not at end
                           if employee-id of salary-record
                               not = lv-employee-id
                               or record-type not = 'R'
                               set salary-eof to true
                           else
                               if approval-approved
                                   add salary to ws-emp-regular
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

       find-employee-minimum.
           move spaces to ws-emp-jurisdiction.
           if taxprof-open
               move lv-employee-id to txp-employee-id
               read tax-profile-file
                   invalid key
                       continue
                   not invalid key
                       move txp-jurisdiction to ws-emp-jurisdiction
               end-read
           end-if.
           move ws-feed-date to ws-minimum-date.
           if ws-minimum-date = zeros
               move function current-date(1:8) to ws-minimum-date
           end-if.
           call "minimum-wage" using ws-emp-jurisdiction,
               ws-minimum-date, ws-minimum-wage, ws-minimum-found.

       post-shortfall-row.
           move lv-employee-id to mws-employee-id.
           move ws-minimum-date to mws-period-date.
           move 'L' to mws-source.
           read shortfall-file
               invalid key
                   if ws-shortfall > 0
                       perform build-shortfall-row
                       write minimum-wage-shortfall-record
                       perform check-shortfall-write
                   end-if
               not invalid key
                   if mws-open
                       if ws-shortfall > 0
                           perform build-shortfall-row
                           rewrite minimum-wage-shortfall-record
                           perform check-shortfall-write
                       else
                           delete shortfall-file record
                       end-if
                   end-if
           end-read.
           if ws-shortfall > 0
               add 1 to ws-short-count
               move lv-employee-id to rj-short-employee-id
               move ws-period-hours to rj-short-hours
               move ws-period-gross to rj-short-gross
               compute rj-short-rate rounded =
                   ws-period-gross / ws-period-hours
               move ws-minimum-wage to rj-short-minimum
               compute rj-short-makeup = ws-shortfall + 0.99
               move rj-short-line to reject-line
               write reject-line
           end-if.

       build-shortfall-row.
           move ws-emp-jurisdiction to mws-jurisdiction.
           move ws-period-hours to mws-hours.
           move ws-period-gross to mws-gross.
           move ws-minimum-wage to mws-minimum.
           compute mws-effective-rate rounded =
               ws-period-gross / ws-period-hours.
           compute mws-makeup = ws-shortfall + 0.99.
           move 'O' to mws-status.
           move zeros to mws-fed-date.

       check-shortfall-write.
           if ws-short-status not = '00'
               display "ERROR writing minimum wage shortfall "
                   "ledger, status=" ws-short-status
               move 8 to return-code
           end-if.

       write-unpaid-deduction.
           move up-employee-id(ws-unpaid-idx)
               to adj-employee-id.
           move ws-deduction-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Below minimum wage: " to rj-count-label.
           move ws-short-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Rejected: " to rj-count-label.
           move ws-reject-count to rj-count.
           move rj-count-line to reject-line.
