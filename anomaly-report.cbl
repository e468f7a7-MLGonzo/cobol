       identification division.
       program-id. anomaly-report.
       author Gonzo.
      * nightly payroll anomaly (ghost-employee) report, run after
      * the pay statements and before the bank extract so nothing
      * has left yet. Looks across the masters for the classic
      * payroll fraud patterns and lists every hit with a
      * severity:
      *   H  DUP ACCOUNT  - the same routing/account pair enrolled
      *                     for more than one employee-id (failed
      *                     accounts are never paid and are left
      *                     out)
      *   M  DD CHANGE    - a direct-deposit account added or
      *                     changed within the payday window
      *                     before tonight's run, off the audit log
      *   L  DORMANT      - a salaried employee (no pay rate) paid
      *                     tonight whose person record has not
      *                     changed in the configured number of
      *                     years and who has no leave activity
      *   H  NO HOURS     - a timesheet gross record (TSADJ) for an
      *                     employee with no detail on tonight's
      *                     timesheet feed, or with no pay rate
      *   M  NET CEILING  - net pay above the configured ceiling
      * Net pay is the night's figure off the pay-result file
      * (PAYRSLT) the salary accumulate run wrote - the net the
      * pay statements print and the bank extract pays - never
      * worked out again here. Employees on unpaid leave or
      * terminated as of the run date are passed over, as the
      * salary run passes them over.
      * The person-master change date is the later of the status
      * date on the person record and the last PERSON-FILE entry
      * on the live audit log; leave activity is days taken on
      * the leave master or a LEAVE-MASTER entry on the log.
      * SYSIN cards: payday window in days, dormant years, net
      * ceiling (whole currency, 8 digits), then Y or N for
      * whether any high-severity flag ends the step RC=8 and
      * stops the stream before the bank extract runs. A check
      * whose input is missing is skipped with a note on the
      * report, never the whole step.
       environment division.
       input-output section.
       file-control.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select enrollment-file assign to bankenrl
           organization is indexed
           access mode is dynamic
           record key is enr-key
           file status is ws-enrollment-status.
           select pay-rate-file assign to payrate
           organization is indexed
           access mode is dynamic
           record key is pr-employee-id
           file status is ws-rate-status.
           select leave-file assign to leavemst
           organization is indexed
           access mode is dynamic
           record key is lv-employee-id
           file status is ws-leave-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select timesheet-feed-file assign to timeshts
           organization is line sequential
           file status is ws-feed-status.
           select gross-feed-file assign to tsadj
           organization is line sequential
           file status is ws-gross-status.
           select report-file assign to anomrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
      * RS- rather than PR- - the pay-rate record below has
      * the PR- names
       fd pay-result-file.
           copy "pay-result-record.cpy" replacing
               leading ==pr-== by ==rs-==.
       fd person-file.
           copy "person-record.cpy".
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       fd pay-rate-file.
           copy "pay-rate-record.cpy".
       fd leave-file.
           copy "leave-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd timesheet-feed-file.
       01 timesheet-feed-record.
           05 tf-record-type pic x.
           05 tf-employee-id pic x(6).
           05 filler pic x(10).
       fd gross-feed-file.
           copy "adjustment-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'ANOMALY'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'ANOMRPT'.
           05 filler pic x(184) value spaces.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-enrollment-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-leave-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-feed-status pic xx value '00'.
       01 ws-gross-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-payrate-open pic x value 'N'.
           88 payrate-open value 'Y'.
       01 ws-leavemst-open pic x value 'N'.
           88 leavemst-open value 'Y'.
      * SYSIN controls
       01 ws-window-days pic 9(3) value 5.
       01 ws-dormant-years pic 9(2) value 3.
       01 ws-net-ceiling pic 9(8) value 10000.
       01 ws-stop-option pic x value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-run-day-number pic 9(8) value zeros.
       01 ws-dormant-cutoff pic 9(8) value zeros.
       01 ws-age-days pic s9(8) value zeros.
      * flag counts by severity
       01 ws-high-count pic 9(6) value zeros.
       01 ws-medium-count pic 9(6) value zeros.
       01 ws-low-count pic 9(6) value zeros.
       01 ws-flag-severity pic x.
       01 ws-flag-code pic x(11).
       01 ws-flag-employee-id pic x(6).
       01 ws-flag-detail pic x(40).
      * enrolled accounts, for the duplicate check
       01 ws-account-count pic 9(5) value zeros.
       01 ws-account-idx pic 9(5).
       01 ws-match-idx pic 9(5).
       01 ws-account-table.
           05 ws-account-entry occurs 5000 times.
               10 ws-acct-employee-id pic x(6).
               10 ws-acct-routing pic 9(9).
               10 ws-acct-number pic x(12).
               10 ws-acct-flagged pic x.
      * last person-master change and leave activity per employee
      * off the live audit log
       01 ws-activity-count pic 9(5) value zeros.
       01 ws-activity-idx pic 9(5).
       01 ws-activity-found pic x value 'N'.
           88 activity-found value 'Y'.
       01 ws-activity-table.
           05 ws-activity-entry occurs 5000 times.
               10 ws-act-employee-id pic x(6).
               10 ws-act-person-date pic 9(8).
               10 ws-act-leave-date pic 9(8).
      * employees with detail on tonight's timesheet feed
       01 ws-worked-count pic 9(5) value zeros.
       01 ws-worked-idx pic 9(5).
       01 ws-worked-found pic x value 'N'.
           88 worked-found value 'Y'.
       01 ws-worked-table.
           05 ws-worked-employee-id occurs 5000 times pic x(6).
      * net pay, off the night's pay-result file
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-net-pay pic s9(8) value zeros.
       01 ws-paid-count pic 9(6) value zeros.
       01 ws-payrslt-trailer-seen pic x value 'N'.
           88 payrslt-trailer-seen value 'Y'.
       01 ws-unpaid-leave pic x value 'N'.
           88 on-unpaid-leave value 'Y'.
       01 ws-terminated pic x value 'N'.
           88 is-terminated value 'Y'.
       01 ws-person-found pic x value 'N'.
           88 person-found value 'Y'.
       01 ws-salaried pic x value 'N'.
           88 salaried value 'Y'.
       01 ws-leave-taken pic x value 'N'.
           88 leave-taken value 'Y'.
       01 ws-edit-amount pic z(7)9.
       01 ws-edit-date pic 9(8).

       01 hl-title.
           05 filler pic x(18) value spaces.
           05 filler pic x(40)
               value 'PAYROLL ANOMALY EXCEPTION REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-controls.
           05 filler pic x(16) value 'Payday window: '.
           05 hl-window pic zz9.
           05 filler pic x(17) value ' days   Dormant: '.
           05 hl-years pic z9.
           05 filler pic x(19) value ' years   Ceiling: '.
           05 hl-ceiling pic z(7)9.
       01 hl-detail-headers.
           05 filler pic x(4) value 'Sev'.
           05 filler pic x(13) value 'Flag'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(40) value 'Detail'.
       01 dl-detail-line.
           05 filler pic x(1) value spaces.
           05 dl-severity pic x.
           05 filler pic x(2) value spaces.
           05 dl-flag-code pic x(11).
           05 filler pic x(2) value spaces.
           05 dl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-detail pic x(40).
       01 nl-note-line.
           05 filler pic x(6) value 'NOTE: '.
           05 nl-note pic x(60).
       01 tl-total-line.
           05 tl-label pic x(30).
           05 tl-count pic zzzzz9.
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
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           compute ws-run-day-number =
               function integer-of-date(ws-run-date-n).
           display "Payday window in days (e.g. 005): "
           accept ws-window-days.
           display "Dormant years (e.g. 03): "
           accept ws-dormant-years.
           display "Net pay ceiling (8 digits): "
           accept ws-net-ceiling.
           display "High-severity flags stop the stream (Y/N): "
           accept ws-stop-option.
           if ws-stop-option = 'y'
               move 'Y' to ws-stop-option
           end-if.
      * the dormant cutoff is the same month and day the
      * configured number of years back
           compute ws-dormant-cutoff = ws-run-date-n
               - (ws-dormant-years * 10000).
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening anomaly report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           set setup-ok to true.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move ws-window-days to hl-window.
           move ws-dormant-years to hl-years.
           move ws-net-ceiling to hl-ceiling.
           move hl-controls to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-detail-headers to report-line.
           perform write-report-line.
           perform check-duplicate-accounts.
           perform scan-audit-log.
           perform check-timesheet-gross.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
               go to cc-end
           end-if.
           perform check-paid-employees.
       cc-end.
           move spaces to report-line.
           perform write-report-line.
           move "High severity flags" to tl-label.
           move ws-high-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Medium severity flags" to tl-label.
           move ws-medium-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Low severity flags" to tl-label.
           move ws-low-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Employees paid tonight" to tl-label.
           move ws-paid-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           close report-file.
           display "Anomaly flags - high " ws-high-count
               ", medium " ws-medium-count ", low " ws-low-count.
           if ws-high-count > 0 and ws-stop-option = 'Y'
               display "High-severity anomalies - stream stopped "
                   "before the bank extract."
               move 8 to return-code
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

      *****************************************************
      * the same routing/account on two employee-ids. Every
      * employee sharing an account is listed, once each.
      *****************************************************
       check-duplicate-accounts.
           open input enrollment-file.
           if ws-enrollment-status not = '00'
               move "enrollment master unavailable - dup check not run"
                   to nl-note
               perform write-note-line
           else
               move 'N' to ws-eof-flag
               move low-values to enr-key
               start enrollment-file key is not less than enr-key
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read enrollment-file next record
                       at end
                           set eof to true
                       not at end
                           if not enr-failed
                               perform match-one-account
                           end-if
                   end-read
                   if ws-enrollment-status not = '00'
                       and ws-enrollment-status not = '10'
                       display "ERROR reading enrollment master, "
                           "status=" ws-enrollment-status
                       move 8 to return-code
                       set eof to true
                   end-if
               end-perform
               close enrollment-file
           end-if.

       match-one-account.
           perform varying ws-match-idx from 1 by 1
               until ws-match-idx > ws-account-count
               if ws-acct-routing(ws-match-idx) = enr-routing
                   and ws-acct-number(ws-match-idx) = enr-account
                   and ws-acct-employee-id(ws-match-idx)
                       not = enr-employee-id
                   if ws-acct-flagged(ws-match-idx) = 'N'
                       move 'Y' to ws-acct-flagged(ws-match-idx)
                       move ws-acct-employee-id(ws-match-idx)
                           to ws-flag-employee-id
                       perform flag-duplicate-account
                   end-if
                   move enr-employee-id to ws-flag-employee-id
                   perform flag-duplicate-account
               end-if
           end-perform.
           if ws-account-count < 5000
               add 1 to ws-account-count
               move enr-employee-id
                   to ws-acct-employee-id(ws-account-count)
               move enr-routing to ws-acct-routing(ws-account-count)
               move enr-account to ws-acct-number(ws-account-count)
               move 'N' to ws-acct-flagged(ws-account-count)
           end-if.

       flag-duplicate-account.
           move 'H' to ws-flag-severity.
           move "DUP ACCOUNT" to ws-flag-code.
           move spaces to ws-flag-detail.
           string "account " enr-routing "/" enr-account
               " shared" delimited by size into ws-flag-detail.
           perform write-flag-line.

      *****************************************************
      * one pass over the live audit log: bank enrollment adds
      * and updates inside the payday window are flagged, and
      * the latest person-master and leave-master entry per
      * employee is kept for the dormant check.
      *****************************************************
       scan-audit-log.
           open input audit-log-file.
           if ws-audit-status not = '00'
               move "no audit log - account change check not run"
                   to nl-note
               perform write-note-line
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read audit-log-file
                       at end
                           set eof to true
                       not at end
                           perform check-one-audit-entry
                   end-read
               end-perform
               close audit-log-file
           end-if.

       check-one-audit-entry.
           if audit-date is numeric and audit-date > 0
               evaluate audit-file-name
                   when "BANK-ENRL"
                       if audit-action = "ADD"
                           or audit-action = "UPDATE"
                           perform check-account-change-date
                       end-if
                   when "PERSON-FILE"
                       perform note-activity-entry
                       if audit-date
                           > ws-act-person-date(ws-activity-idx)
                           move audit-date
                               to ws-act-person-date(ws-activity-idx)
                       end-if
                   when "LEAVE-MASTER"
                       perform note-activity-entry
                       if audit-date
                           > ws-act-leave-date(ws-activity-idx)
                           move audit-date
                               to ws-act-leave-date(ws-activity-idx)
                       end-if
               end-evaluate
           end-if.

       check-account-change-date.
           compute ws-age-days = ws-run-day-number
               - function integer-of-date(audit-date).
           if ws-age-days >= 0 and ws-age-days <= ws-window-days
               move 'M' to ws-flag-severity
               move "DD CHANGE" to ws-flag-code
               move audit-key(1:6) to ws-flag-employee-id
               move spaces to ws-flag-detail
               string "account " audit-key(7:1) " "
                   delimited by size
                   audit-action delimited by space
                   " on " audit-date " by " audit-operator-id
                   delimited by size into ws-flag-detail
               perform write-flag-line
           end-if.

      * finds (or adds) the activity row for the audit entry's
      * employee; a full table reuses the last row, which only
      * costs the dormant check its precision.
       note-activity-entry.
           perform find-activity-row.
           if not activity-found
               if ws-activity-count < 5000
                   add 1 to ws-activity-count
               end-if
               move ws-activity-count to ws-activity-idx
               move audit-key(1:6)
                   to ws-act-employee-id(ws-activity-idx)
               move zeros to ws-act-person-date(ws-activity-idx)
               move zeros to ws-act-leave-date(ws-activity-idx)
           end-if.

       find-activity-row.
           move 'N' to ws-activity-found.
           perform varying ws-activity-idx from 1 by 1
               until activity-found
               or ws-activity-idx > ws-activity-count
               if ws-act-employee-id(ws-activity-idx)
                   = audit-key(1:6)
                   set activity-found to true
               end-if
           end-perform.
           if activity-found
               subtract 1 from ws-activity-idx
           end-if.

      *****************************************************
      * every timesheet gross record must have hours behind it
      * on tonight's feed and a pay rate on file.
      *****************************************************
       check-timesheet-gross.
           open input timesheet-feed-file.
           if ws-feed-status not = '00'
               move "no timesheet feed - timesheet gross check not run"
                   to nl-note
               perform write-note-line
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read timesheet-feed-file
                       at end
                           set eof to true
                       not at end
                           if tf-record-type = 'D'
                               perform note-worked-employee
                           end-if
                   end-read
               end-perform
               close timesheet-feed-file
               perform read-timesheet-gross
           end-if.

       note-worked-employee.
           perform find-worked-employee.
           if not worked-found and ws-worked-count < 5000
               add 1 to ws-worked-count
               move tf-employee-id
                   to ws-worked-employee-id(ws-worked-count)
           end-if.

       find-worked-employee.
           move 'N' to ws-worked-found.
           perform varying ws-worked-idx from 1 by 1
               until worked-found
               or ws-worked-idx > ws-worked-count
               if ws-worked-employee-id(ws-worked-idx)
                   = tf-employee-id
                   set worked-found to true
               end-if
           end-perform.

       read-timesheet-gross.
           open input gross-feed-file.
           if ws-gross-status not = '00'
               move "no timesheet gross file - gross check not run"
                   to nl-note
               perform write-note-line
           else
               open input pay-rate-file
               if ws-rate-status = '00'
                   set payrate-open to true
               end-if
               move 'N' to ws-eof-flag
               perform until eof
                   read gross-feed-file
                       at end
                           set eof to true
                       not at end
                           if adj-timesheet-source
                               perform check-one-gross-record
                           end-if
                   end-read
               end-perform
               close gross-feed-file
           end-if.

       check-one-gross-record.
           move adj-employee-id to tf-employee-id.
           perform find-worked-employee.
           move adj-amount to ws-edit-amount.
           if not worked-found
               move 'H' to ws-flag-severity
               move "NO HOURS" to ws-flag-code
               move adj-employee-id to ws-flag-employee-id
               move spaces to ws-flag-detail
               string "timesheet gross " ws-edit-amount
                   " with no timesheet detail"
                   delimited by size into ws-flag-detail
               perform write-flag-line
           else
               move 'N' to ws-salaried
               perform look-up-pay-rate
               if salaried
                   move 'H' to ws-flag-severity
                   move "NO HOURS" to ws-flag-code
                   move adj-employee-id to ws-flag-employee-id
                   move spaces to ws-flag-detail
                   string "timesheet gross " ws-edit-amount
                       " but no pay rate on file"
                       delimited by size into ws-flag-detail
                   perform write-flag-line
               end-if
           end-if.

       look-up-pay-rate.
           move 'Y' to ws-salaried.
           if payrate-open
               move tf-employee-id to pr-employee-id
               read pay-rate-file
                   invalid key
                       continue
                   not invalid key
                       move 'N' to ws-salaried
               end-read
           end-if.

      *****************************************************
      * one pass over the night's pay results: the ceiling
      * check on every employee paid tonight, and the dormant
      * check for salaried employees.
      *****************************************************
       check-paid-employees.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           end-if.
           if not payrate-open
               open input pay-rate-file
               if ws-rate-status = '00'
                   set payrate-open to true
               end-if
           end-if.
           open input leave-file.
           if ws-leave-status = '00'
               set leavemst-open to true
           end-if.
           move 'N' to ws-eof-flag.
           perform until eof
               read pay-result-file
                   at end
                       set eof to true
                   not at end
                       if rs-trailer
                           set payrslt-trailer-seen to true
                           set eof to true
                       else
                           perform check-one-employee
                       end-if
               end-read
               if ws-payrslt-status not = '00'
                   and ws-payrslt-status not = '10'
                   display "ERROR reading pay-result file, "
                       "status=" ws-payrslt-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.
           if not payrslt-trailer-seen
               display "Pay-result file has no trailer - net pay "
                   "checks incomplete."
               move "pay results have no trailer - net checks partial"
                   to nl-note
               perform write-note-line
               move 8 to return-code
           end-if.
           close pay-result-file.
           if person-open
               close person-file
           end-if.
           if payrate-open
               close pay-rate-file
           end-if.
           if leavemst-open
               close leave-file
           end-if.

       check-one-employee.
           move rs-employee-id to ws-current-employee-id.
           move rs-net-pay to ws-net-pay.
           perform look-up-person.
           if not on-unpaid-leave and not is-terminated
               and ws-net-pay > 0
               add 1 to ws-paid-count
               perform check-net-ceiling
               perform check-dormant-employee
           end-if.

       look-up-person.
           move 'N' to ws-unpaid-leave.
           move 'N' to ws-terminated.
           move 'N' to ws-person-found.
           if person-open
               move ws-current-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       set person-found to true
                       if person-on-leave and person-leave-unpaid
                           and person-status-date <= ws-run-date-n
                           set on-unpaid-leave to true
                       end-if
                       if person-terminated
                           and person-status-date <= ws-run-date-n
                           set is-terminated to true
                       end-if
               end-read
           end-if.

       check-net-ceiling.
           if ws-net-pay > ws-net-ceiling
               move 'M' to ws-flag-severity
               move "NET CEILING" to ws-flag-code
               move ws-current-employee-id to ws-flag-employee-id
               move ws-net-pay to ws-edit-amount
               move spaces to ws-flag-detail
               string "net " ws-edit-amount " over ceiling"
                   delimited by size into ws-flag-detail
               perform write-flag-line
           end-if.

      * salaried (no pay rate), no person change since the
      * cutoff, and no leave taken or keyed.
       check-dormant-employee.
           move ws-current-employee-id to tf-employee-id.
           perform look-up-pay-rate.
           if salaried and person-found
               move zeros to ws-edit-date
               if person-status-date is numeric
                   move person-status-date to ws-edit-date
               end-if
               move ws-current-employee-id to audit-key
               perform find-activity-row
               if activity-found
                   if ws-act-person-date(ws-activity-idx)
                       > ws-edit-date
                       move ws-act-person-date(ws-activity-idx)
                           to ws-edit-date
                   end-if
               end-if
               if ws-edit-date < ws-dormant-cutoff
                   if not activity-found
                       perform check-leave-activity
                   else
                       if ws-act-leave-date(ws-activity-idx) = zeros
                           perform check-leave-activity
                       end-if
                   end-if
               end-if
           end-if.

       check-leave-activity.
           move 'N' to ws-leave-taken.
           if leavemst-open
               move ws-current-employee-id to lv-employee-id
               read leave-file
                   invalid key
                       continue
                   not invalid key
                       if lv-taken > 0
                           set leave-taken to true
                       end-if
               end-read
           end-if.
           if not leave-taken
               move 'L' to ws-flag-severity
               move "DORMANT" to ws-flag-code
               move ws-current-employee-id to ws-flag-employee-id
               move spaces to ws-flag-detail
               if ws-edit-date = zeros
                   string "salaried, no person change on record"
                       delimited by size into ws-flag-detail
               else
                   string "salaried, last person change "
                       ws-edit-date delimited by size
                       into ws-flag-detail
               end-if
               perform write-flag-line
           end-if.

       write-flag-line.
           evaluate ws-flag-severity
               when 'H'
                   add 1 to ws-high-count
               when 'M'
                   add 1 to ws-medium-count
               when other
                   add 1 to ws-low-count
           end-evaluate.
           move ws-flag-severity to dl-severity.
           move ws-flag-code to dl-flag-code.
           move ws-flag-employee-id to dl-employee-id.
           move ws-flag-detail to dl-detail.
           move dl-detail-line to report-line.
           perform write-report-line.

       write-note-line.
           move nl-note-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing anomaly report, status="
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
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
