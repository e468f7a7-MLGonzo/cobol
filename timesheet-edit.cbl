      * timesheet-source adjustment the nightly sort merges in
      * ahead of the salary update. Bad details go to the rejects
      * report; an unreconciled feed ends the stream with RC=8.
      * The half-time part of every overtime gross is also kept
      * on the overtime premium ledger under the feed date, for
      * the workers' comp classes that report overtime at
      * straight time.
      * Every gross is held to the minimum wage in effect on the
      * feed date for the employee's withholding jurisdiction:
      * a period whose gross over its hours falls short is
      * flagged on the rejects report and kept on the minimum
      * wage shortfall ledger with the make-up owed, for the
      * compliance report to pay back. The gross itself goes
      * through as computed and the flag does not stop the
      * stream.
      *
      * Raw feed record layout (17 bytes):
      *   'H' + feed date 9(8)
           select reject-report-file assign to tsrej
           organization is line sequential
           file status is ws-reject-status.
           select overtime-premium-file assign to otprem
           organization is indexed
           access mode is dynamic
           record key is otp-key
           file status is ws-otprem-status.
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
       fd overtime-premium-file.
           copy "overtime-premium-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd shortfall-file.
           copy "minimum-wage-shortfall-record.cpy".
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'TIMEEDIT'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 04.
           05 filler pic x(8) value 'TSADJ'.
           05 filler pic x(8) value 'TSREJ'.
           05 filler pic x(8) value 'OTPREM'.
           05 filler pic x(8) value 'MWSHORT'.
           05 filler pic x(160) value spaces.
       01 ws-raw-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-gross-status pic xx value '00'.
       01 ws-reject-status pic xx value '00'.
       01 ws-otprem-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-short-status pic xx value '00'.
       01 ws-taxprof-open pic x value 'N'.
           88 taxprof-open value 'Y'.
       01 ws-emp-jurisdiction pic x(2).
       01 ws-minimum-date pic 9(8).
       01 ws-minimum-wage pic 9(3)v99.
       01 ws-minimum-found pic x value 'N'.
           88 minimum-found value 'Y'.
           88 minimum-unknown value 'E'.
       01 ws-minimum-gross pic 9(8)v99.
       01 ws-shortfall pic 9(8)v99.
       01 ws-short-count pic 9(6) value zeros.
       01 ws-feed-date pic 9(8) value zeros.
       01 ws-straight-amount pic 9(8).
       01 ws-premium-count pic 9(6) value zeros.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-header-seen pic x value 'N'.
           05 rj-image pic x(17).
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
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           open input raw-feed-file.
           if ws-raw-status = '35'
               display "No timesheet feed tonight - nothing to "
               move 8 to return-code
               go to zz-end
           end-if.
           open i-o overtime-premium-file.
           if ws-otprem-status = '35'
               open output overtime-premium-file
               close overtime-premium-file
               open i-o overtime-premium-file
           end-if.
           if ws-otprem-status not = '00'
               display "ERROR opening overtime premium ledger, "
                   "status=" ws-otprem-status
               move 8 to return-code
               go to zz-end
           end-if.
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
               go to zz-end
           end-if.
           open input tax-profile-file.
           if ws-profile-status = '00'
               set taxprof-open to true
           end-if.
           set setup-ok to true.
       bb-read.
           read raw-feed-file at end go to cc-reconcile.
           close pay-rate-file.
           close gross-feed-file.
           close reject-report-file.
           close overtime-premium-file.
           close shortfall-file.
           if taxprof-open
               close tax-profile-file
           end-if.
           if return-code = 0
               display "Timesheet edit clean: " ws-clean-count
                   " details, " ws-gross-count
                   "stopped."
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

       take-feed-header.
           else
               set header-seen to true
               display "Timesheet feed dated " tf-feed-date "."
               if tf-feed-date numeric
                   move tf-feed-date to ws-feed-date
               end-if
           end-if.

       take-feed-trailer.
               move 8 to return-code
           else
               add 1 to ws-gross-count
               if ws-overtime-hours > 0
                   perform write-overtime-premium
               end-if
               perform check-minimum-wage
           end-if.

      * the premium part is what the gross paid above the same
      * hours at the straight rate, so it carries the gross's
      * own rounding. A feed run again finds its rows and
      * replaces them.
       write-overtime-premium.
           compute ws-straight-amount =
               te-hours(ws-emp-idx) * te-hourly-rate(ws-emp-idx).
           move te-employee-id(ws-emp-idx) to otp-employee-id.
           move ws-feed-date to otp-feed-date.
           move ws-overtime-hours to otp-overtime-hours.
           move te-hourly-rate(ws-emp-idx) to otp-hourly-rate.
           compute otp-premium =
               ws-gross-amount - ws-straight-amount.
           write overtime-premium-record.
           if ws-otprem-status = '22'
               rewrite overtime-premium-record
           end-if.
           if ws-otprem-status not = '00'
               display "ERROR writing overtime premium ledger, "
                   "status=" ws-otprem-status
               move 8 to return-code
           else
               add 1 to ws-premium-count
           end-if.

      * the period's gross over its hours against the minimum
      * in effect on the feed date. A short period is flagged
      * and its make-up (rounded up to whole currency) kept on
      * the shortfall ledger; a feed run again replaces its own
      * open rows and drops one no longer short, but never
      * touches a row the compliance report has already paid.
      * A minimum wage file that cannot be read leaves the
      * ledger alone and fails the run.
       check-minimum-wage.
           move spaces to ws-emp-jurisdiction.
           if taxprof-open
               move te-employee-id(ws-emp-idx) to txp-employee-id
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
           if minimum-unknown
               display "ERROR: minimum wage file unreadable - "
                   te-employee-id(ws-emp-idx) " not checked."
               move 8 to return-code
           else
               perform record-minimum-shortfall
           end-if.

       record-minimum-shortfall.
           move zeros to ws-shortfall.
           if minimum-found
               compute ws-minimum-gross =
                   ws-minimum-wage * te-hours(ws-emp-idx)
               if ws-gross-amount < ws-minimum-gross
                   compute ws-shortfall =
                       ws-minimum-gross - ws-gross-amount
               end-if
           end-if.
           move te-employee-id(ws-emp-idx) to mws-employee-id.
           move ws-minimum-date to mws-period-date.
           move 'T' to mws-source.
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
               move mws-employee-id to rj-short-employee-id
               move te-hours(ws-emp-idx) to rj-short-hours
               move ws-gross-amount to rj-short-gross
               compute rj-short-rate rounded =
                   ws-gross-amount / te-hours(ws-emp-idx)
               move ws-minimum-wage to rj-short-minimum
               compute rj-short-makeup = ws-shortfall + 0.99
               move rj-short-line to reject-line
               write reject-line
           end-if.

       build-shortfall-row.
           move ws-emp-jurisdiction to mws-jurisdiction.
           move te-hours(ws-emp-idx) to mws-hours.
           move ws-gross-amount to mws-gross.
           move ws-minimum-wage to mws-minimum.
           compute mws-effective-rate rounded =
               ws-gross-amount / te-hours(ws-emp-idx).
           compute mws-makeup = ws-shortfall + 0.99.
           move 'O' to mws-status.
           move zeros to mws-fed-date.

       check-shortfall-write.
           if ws-short-status not = '00'
               display "ERROR writing minimum wage shortfall "
                   "ledger, status=" ws-short-status
               move 8 to return-code
           end-if.

       write-reject-line.
           move ws-gross-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Overtime premiums kept: " to rj-count-label.
           move ws-premium-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Below minimum wage: " to rj-count-label.
           move ws-short-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Rejected: " to rj-count-label.
           move ws-reject-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.

      * run-control ledger - start and end of the step
       record-run-start.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.

       record-run-end.
           move 'E' to ws-runctl-function.
           move return-code to ws-runctl-rc.
           move ws-detail-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
