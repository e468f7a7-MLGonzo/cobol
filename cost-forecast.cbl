       identification division.
       program-id. cost-forecast.
       author Gonzo.
      * payroll cost forecast to fiscal year-end by department.
      * The salary run's budget-vs-actual report stops at spend
      * to date; this projects every pay period still to come
      * before the fiscal year-end off the pay calendar and adds
      * it to the department's spent-to-date (deptytd), next to
      * the department's budget for the fiscal year.
      * Each remaining period is costed from the current salary
      * master the way the salary run would pay it: approved 'R'
      * records in periods that pay regular, approved 'B'
      * records once, in the first remaining bonus period, and
      * approved 'D' records netted off in periods that pay
      * deductions - the same R + B - D measure the department
      * spent-to-date carries. A keyed raise on the comp history
      * (ADJUST on an 'R' record) that is either dated after the
      * run date or still waiting for approval on the master is
      * a pending raise: periods starting before its effective
      * date are costed at the old amount and later ones at the
      * new. Employer contributions from the contribution
      * parameters go on top - rate entries on the regular and
      * bonus gross, flat entries once per employee per regular
      * period - and each employee's period cost is spread over
      * the allocation splits (when they total 100) or charged
      * to PERSON-DEPT, exactly as the departmental rollup does.
      * Employees on unpaid leave and terminated persons are not
      * forecast.
      * The report shows per department the budget, spent to
      * date, the projected remaining cost, projected year-end
      * cost, the over/under against budget and the first period
      * in which the department is forecast to cross its budget
      * ('YTD' when it already has). The period covering the run
      * date is taken as paid and in the spent-to-date.
      * SYSIN card: fiscal year-end date (YYYYMMDD) - zeros take
      * December 31 of the run year. The budget year is the year
      * of the fiscal year-end.
       environment division.
       input-output section.
       file-control.
           select salary-file assign to da02
           organization is indexed
           access mode is dynamic
           record key is salary-key
           file status is ws-salary-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select department-file assign to deptmast
           organization is indexed
           access mode is dynamic
           record key is dept-master-code
           file status is ws-deptmast-status.
           select allocation-file assign to allocmst
           organization is indexed
           access mode is dynamic
           record key is alc-key
           file status is ws-allocation-status.
           select dept-ytd-file assign to deptytd
           organization is indexed
           access mode is dynamic
           record key is dy-dept-code
           file status is ws-dept-ytd-status.
           select budget-file assign to budgmast
           organization is line sequential
           file status is ws-budget-status.
           select contribution-file assign to contparm
           organization is line sequential
           file status is ws-contrib-status.
           select comp-history-file assign to comphist
           organization is line sequential
           file status is ws-comphist-status.
           select calendar-file assign to paycal
           organization is line sequential
           file status is ws-calendar-status.
           select report-file assign to fcstrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd salary-file.
           copy "salary-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd department-file.
           copy "department-record.cpy".
       fd allocation-file.
           copy "allocation-record.cpy".
      * departmental spent-to-date, as posted by the salary run
       fd dept-ytd-file.
       01 dept-ytd-record.
           05 dy-dept-code pic x(4).
           05 dy-spent-to-date pic s9(10).
       fd budget-file.
           copy "dept-budget-record.cpy".
       fd contribution-file.
           copy "contribution-record.cpy".
       fd comp-history-file.
           copy "comp-history-record.cpy".
       fd calendar-file.
           copy "pay-calendar-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-salary-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-deptmast-status pic xx value '00'.
       01 ws-allocation-status pic xx value '00'.
       01 ws-dept-ytd-status pic xx value '00'.
       01 ws-budget-status pic xx value '00'.
       01 ws-contrib-status pic xx value '00'.
       01 ws-comphist-status pic xx value '00'.
       01 ws-calendar-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-deptmast-open pic x value 'N'.
           88 deptmast-open value 'Y'.
       01 ws-allocmast-open pic x value 'N'.
           88 allocmast-open value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-year-end-date.
           05 ws-year-end-year pic 9(4).
           05 ws-year-end-mmdd pic 9(4).
       01 ws-year-end-date-n redefines ws-year-end-date pic 9(8).
      * remaining pay periods, in calendar order; a re-entered
      * period supersedes the earlier record (later record wins)
       01 ws-period-count pic 99 value zeros.
       01 ws-period-idx pic 99.
       01 ws-period-found pic x value 'N'.
           88 period-found value 'Y'.
       01 ws-first-bonus-period pic 99 value zeros.
       01 period-table.
           05 period-entry occurs 60 times.
               10 pt-period-id pic x(6).
               10 pt-period-start pic 9(8).
               10 pt-pay-regular pic x.
               10 pt-pay-bonus pic x.
               10 pt-pay-deduction pic x.
       01 ws-period-swap.
           05 filler pic x(6).
           05 filler pic 9(8).
           05 filler pic x(3).
       01 ws-sort-idx pic 99.
       01 ws-sort-done pic x value 'N'.
           88 sort-done value 'Y'.
      * employer contribution definitions in effect
       01 ws-contrib-count pic 99 value zeros.
       01 ws-contrib-idx pic 99.
       01 ws-contrib-found pic x value 'N'.
           88 contrib-found value 'Y'.
       01 contribution-table.
           05 contribution-entry occurs 20 times.
               10 ct-code pic x(4).
               10 ct-method pic x.
               10 ct-amount pic 9(6).
       01 ws-contrib-amount pic 9(10).
      * pending raises - the latest keyed 'R' adjustment per
      * employee off the comp history
       01 ws-raise-count pic 9(5) value zeros.
       01 ws-raise-idx pic 9(5).
       01 ws-raise-found pic x value 'N'.
           88 raise-found value 'Y'.
       01 raise-table.
           05 raise-entry occurs 5000 times.
               10 rt-employee-id pic x(6).
               10 rt-old-amount pic 9(6).
               10 rt-new-amount pic 9(6).
               10 rt-effective-date pic 9(8).
      * budgets for the fiscal year (later record wins)
       01 ws-budget-year pic 9(4).
      * department forecast table
       01 ws-dept-count pic 9(3) value zeros.
       01 ws-dept-idx pic 9(3).
       01 ws-dept-found pic x value 'N'.
           88 dept-found value 'Y'.
       01 ws-work-dept pic x(4).
       01 dept-table.
           05 dept-entry occurs 100 times.
               10 fd-dept-code pic x(4).
               10 fd-has-budget pic x.
               10 fd-budget pic 9(10).
               10 fd-spent-to-date pic s9(10).
               10 fd-period-cost occurs 60 times pic s9(10).
       01 ws-dept-remaining pic s9(11).
       01 ws-dept-year-end pic s9(11).
       01 ws-dept-variance pic s9(11).
       01 ws-running-cost pic s9(11).
       01 ws-first-over pic x(6).
      * the employee in hand
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-emp-regular pic 9(8) value zeros.
       01 ws-emp-bonus pic 9(8) value zeros.
       01 ws-emp-deduction pic 9(8) value zeros.
       01 ws-emp-raise-record pic x value 'N'.
           88 emp-raise-record-approved value 'A'.
           88 emp-raise-record-pending value 'P'.
       01 ws-emp-raise-amount pic 9(6) value zeros.
       01 ws-emp-person-dept pic x(4).
       01 ws-emp-skip pic x value 'N'.
           88 emp-skip value 'Y'.
       01 ws-period-regular pic 9(8).
       01 ws-period-bonus pic 9(8).
       01 ws-period-gross pic 9(8).
       01 ws-period-cost pic s9(10).
       01 ws-forecast-count pic 9(6) value zeros.
      * allocation splits for the employee in hand
       01 ws-alloc-eof-flag pic x value 'N'.
           88 alloc-eof value 'Y'.
       01 ws-alloc-count pic 99 value zeros.
       01 ws-alloc-percent-total pic 9(4) value zeros.
       01 ws-alloc-idx pic 99.
       01 alloc-split-table.
           05 alloc-split-entry occurs 10 times.
               10 als-dept pic x(4).
               10 als-percent pic 9(3).
       01 ws-alloc-remaining pic s9(10).
       01 ws-dept-post-amount pic s9(10).
      * totals
       01 ws-total-budget pic 9(11) value zeros.
       01 ws-total-spent pic s9(11) value zeros.
       01 ws-total-remaining pic s9(11) value zeros.
       01 ws-total-year-end pic s9(11) value zeros.
       01 ws-over-count pic 9(3) value zeros.

       01 hl-title.
           05 filler pic x(14) value spaces.
           05 filler pic x(50)
               value 'PAYROLL COST FORECAST TO FISCAL YEAR-END'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(4) value spaces.
           05 filler pic x(17) value 'Fiscal year-end: '.
           05 hl-year-end pic 9(8).
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Periods: '.
           05 hl-periods pic z9.
       01 hl-column-headers.
           05 filler pic x(5) value 'Dept'.
           05 filler pic x(11) value '     Budget'.
           05 filler pic x(12) value ' Spent (YTD)'.
           05 filler pic x(12) value '  Remaining'.
           05 filler pic x(12) value '   Year-end'.
           05 filler pic x(13) value '  Over/Under'.
           05 filler pic x(11) value ' First over'.
       01 dl-detail-line.
           05 dl-dept pic x(4).
           05 filler pic x(1) value spaces.
           05 dl-budget pic z(9)9.
           05 filler pic x(1) value spaces.
           05 dl-spent pic -(10)9.
           05 filler pic x(1) value spaces.
           05 dl-remaining pic -(10)9.
           05 filler pic x(1) value spaces.
           05 dl-year-end pic -(10)9.
           05 filler pic x(1) value spaces.
           05 dl-variance pic -(10)9.
           05 filler pic x(2) value spaces.
           05 dl-first-over pic x(11).
       01 dl-name-line.
           05 filler pic x(5) value spaces.
           05 dl-dept-name pic x(20).
       01 tl-total-line.
           05 tl-label pic x(4).
           05 filler pic x(1) value spaces.
           05 tl-budget pic z(9)9.
           05 filler pic x(1) value spaces.
           05 tl-spent pic -(10)9.
           05 filler pic x(1) value spaces.
           05 tl-remaining pic -(10)9.
           05 filler pic x(1) value spaces.
           05 tl-year-end pic -(10)9.
       01 tl-count-line.
           05 tl-count-label pic x(40).
           05 tl-count pic zzzzz9.
       procedure division.
       aa-start.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           display "Fiscal year-end date YYYYMMDD (zeros for "
               "December 31): "
           accept ws-year-end-date.
           if ws-year-end-date not numeric
               or ws-year-end-date-n = zeros
               move ws-run-year to ws-year-end-year
               move 1231 to ws-year-end-mmdd
           end-if.
           if ws-year-end-date-n <= ws-run-date-n
               display "Fiscal year-end " ws-year-end-date-n
                   " is not after the run date - nothing to "
                   "forecast."
               move 8 to return-code
               go to zz-end
           end-if.
           move ws-year-end-year to ws-budget-year.
           perform load-remaining-periods.
           perform load-contribution-table.
           perform load-pending-raises.
           perform load-budgets.
           perform load-spent-to-date.
           if return-code not = 0
               go to zz-end
           end-if.
           open input salary-file.
           if ws-salary-status not = '00'
               display "ERROR opening salary file, status="
                   ws-salary-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           end-if.
           open input allocation-file.
           if ws-allocation-status = '00'
               set allocmast-open to true
           end-if.
           move low-values to salary-key.
           start salary-file key is not less than salary-key
               invalid key
                   set eof to true
           end-start.
       bb-read.
           if eof
               go to cc-end
           end-if.
           read salary-file next record
               at end
                   set eof to true
                   go to cc-end
           end-read.
           if ws-salary-status not = '00'
               display "ERROR reading salary file, status="
                   ws-salary-status
               move 8 to return-code
               go to cc-end
           end-if.
           if record-type = 'T'
               go to cc-end
           end-if.
           if employee-id of salary-record
               not = ws-current-employee-id
               perform forecast-one-employee
               move employee-id of salary-record
                   to ws-current-employee-id
           end-if.
           perform take-salary-record.
           go to bb-read.
       cc-end.
           perform forecast-one-employee.
           close salary-file.
           if person-open
               close person-file
           end-if.
           if allocmast-open
               close allocation-file
           end-if.
           perform print-forecast-report.
       zz-end.
           stop run.

      *****************************************************
      * the periods still to pay before the fiscal year-end,
      * put in start-date order
      *****************************************************
       load-remaining-periods.
           open input calendar-file.
           if ws-calendar-status not = '00'
               display "ERROR opening pay calendar, status="
                   ws-calendar-status
               move 8 to return-code
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read calendar-file
                       at end
                           set eof to true
                       not at end
                           if pc-period-start > ws-run-date-n
                               and pc-period-start
                                   <= ws-year-end-date-n
                               perform take-period-entry
                           end-if
                   end-read
               end-perform
               close calendar-file
               perform sort-period-table
               perform varying ws-period-idx from 1 by 1
                   until ws-period-idx > ws-period-count
                   or ws-first-bonus-period > 0
                   if pt-pay-bonus(ws-period-idx) = 'Y'
                       move ws-period-idx to ws-first-bonus-period
                   end-if
               end-perform
           end-if.
           if ws-period-count = 0
               display "No pay periods left before "
                   ws-year-end-date-n " - forecast is spend to "
                   "date only."
           end-if.

       take-period-entry.
           move 'N' to ws-period-found.
           perform varying ws-period-idx from 1 by 1
               until period-found or ws-period-idx > ws-period-count
               if pt-period-id(ws-period-idx) = pc-period-id
                   set period-found to true
               end-if
           end-perform.
           if period-found
               subtract 1 from ws-period-idx
           else
               if ws-period-count < 60
                   add 1 to ws-period-count
                   move ws-period-count to ws-period-idx
               else
                   display "WARNING: more than 60 pay periods left - "
                       "period " pc-period-id " not forecast."
                   move zeros to ws-period-idx
               end-if
           end-if.
           if ws-period-idx > 0
               move pc-period-id to pt-period-id(ws-period-idx)
               move pc-period-start
                   to pt-period-start(ws-period-idx)
               move pc-pay-regular to pt-pay-regular(ws-period-idx)
               move pc-pay-bonus to pt-pay-bonus(ws-period-idx)
               move pc-pay-deduction
                   to pt-pay-deduction(ws-period-idx)
           end-if.

      * the calendar is usually keyed in order already - a
      * simple exchange pass is plenty for a year of periods.
       sort-period-table.
           move 'N' to ws-sort-done.
           perform until sort-done
               set sort-done to true
               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx >= ws-period-count
                   if pt-period-start(ws-sort-idx)
                       > pt-period-start(ws-sort-idx + 1)
                       move period-entry(ws-sort-idx)
                           to ws-period-swap
                       move period-entry(ws-sort-idx + 1)
                           to period-entry(ws-sort-idx)
                       move ws-period-swap
                           to period-entry(ws-sort-idx + 1)
                       move 'N' to ws-sort-done
                   end-if
               end-perform
           end-perform.

      * employer contribution definitions - a missing parameter
      * file means no employer-side cost is forecast.
       load-contribution-table.
           open input contribution-file.
           if ws-contrib-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read contribution-file
                       at end
                           set eof to true
                       not at end
                           perform take-contribution-entry
                   end-read
               end-perform
               close contribution-file
           end-if.

       take-contribution-entry.
           move 'N' to ws-contrib-found.
           perform varying ws-contrib-idx from 1 by 1
               until contrib-found
               or ws-contrib-idx > ws-contrib-count
               if ct-code(ws-contrib-idx) = cb-code
                   set contrib-found to true
                   move cb-method to ct-method(ws-contrib-idx)
                   move cb-amount to ct-amount(ws-contrib-idx)
               end-if
           end-perform.
           if not contrib-found
               if ws-contrib-count < 20
                   add 1 to ws-contrib-count
                   move cb-code to ct-code(ws-contrib-count)
                   move cb-method to ct-method(ws-contrib-count)
                   move cb-amount to ct-amount(ws-contrib-count)
               else
                   display "WARNING: contribution table full - "
                       "entry " cb-code " dropped."
               end-if
           end-if.

      * the comp history is appended in the order changes were
      * applied, so the last keyed 'R' adjustment per employee
      * wins.
       load-pending-raises.
           open input comp-history-file.
           if ws-comphist-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read comp-history-file
                       at end
                           set eof to true
                       not at end
                           if ch-record-type = 'R'
                               and ch-source = "ADJUST"
                               perform take-raise-entry
                           end-if
                   end-read
               end-perform
               close comp-history-file
           end-if.

       take-raise-entry.
           move ch-employee-id to ws-current-employee-id.
           perform find-raise-entry.
           if not raise-found
               if ws-raise-count < 5000
                   add 1 to ws-raise-count
                   move ws-raise-count to ws-raise-idx
               else
                   display "WARNING: raise table full - comp "
                       "history for " ch-employee-id " ignored."
                   move zeros to ws-raise-idx
               end-if
           end-if.
           if ws-raise-idx > 0
               move ch-employee-id to rt-employee-id(ws-raise-idx)
               move ch-old-amount to rt-old-amount(ws-raise-idx)
               move ch-new-amount to rt-new-amount(ws-raise-idx)
               move ch-effective-date
                   to rt-effective-date(ws-raise-idx)
           end-if.
           move spaces to ws-current-employee-id.

       find-raise-entry.
           move 'N' to ws-raise-found.
           perform varying ws-raise-idx from 1 by 1
               until raise-found or ws-raise-idx > ws-raise-count
               if rt-employee-id(ws-raise-idx)
                   = ws-current-employee-id
                   set raise-found to true
               end-if
           end-perform.
           if raise-found
               subtract 1 from ws-raise-idx
           end-if.

      * budgets for the fiscal year; a missing budget file
      * leaves every department unbudgeted.
       load-budgets.
           open input budget-file.
           if ws-budget-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read budget-file
                       at end
                           set eof to true
                       not at end
                           if db-budget-year = ws-budget-year
                               move db-dept-code to ws-work-dept
                               perform find-dept-entry
                               if ws-dept-idx > 0
                                   move 'Y'
                                       to fd-has-budget(ws-dept-idx)
                                   move db-annual-budget
                                       to fd-budget(ws-dept-idx)
                               end-if
                           end-if
                   end-read
               end-perform
               close budget-file
           end-if.

       load-spent-to-date.
           open input dept-ytd-file.
           if ws-dept-ytd-status = '00'
               move 'N' to ws-eof-flag
               move low-values to dy-dept-code
               start dept-ytd-file key is not less than dy-dept-code
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read dept-ytd-file next record
                       at end
                           set eof to true
                       not at end
                           move dy-dept-code to ws-work-dept
                           perform find-dept-entry
                           if ws-dept-idx > 0
                               move dy-spent-to-date
                                   to fd-spent-to-date(ws-dept-idx)
                           end-if
                   end-read
                   if ws-dept-ytd-status not = '00'
                       and ws-dept-ytd-status not = '10'
                       display "ERROR reading dept YTD file, "
                           "status=" ws-dept-ytd-status
                       move 8 to return-code
                       set eof to true
                   end-if
               end-perform
               close dept-ytd-file
           else
               display "No dept YTD file - forecast has no spend "
                   "to date, status=" ws-dept-ytd-status
           end-if.

      * finds the department's row, adding a zeroed one when it
      * is new; ws-dept-idx is zero when the table is full.
       find-dept-entry.
           move 'N' to ws-dept-found.
           perform varying ws-dept-idx from 1 by 1
               until dept-found or ws-dept-idx > ws-dept-count
               if fd-dept-code(ws-dept-idx) = ws-work-dept
                   set dept-found to true
               end-if
           end-perform.
           if dept-found
               subtract 1 from ws-dept-idx
           else
               if ws-dept-count < 100
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-dept-idx
                   initialize dept-entry(ws-dept-idx)
                   move ws-work-dept to fd-dept-code(ws-dept-idx)
                   move 'N' to fd-has-budget(ws-dept-idx)
               else
                   display "WARNING: department table full - "
                       ws-work-dept " not forecast."
                   move zeros to ws-dept-idx
               end-if
           end-if.

      *****************************************************
      * one employee's approved master records, and which of
      * them a pending raise sits on
      *****************************************************
       take-salary-record.
           if record-type = 'R' and salary-sequence = 1
               move approval-status to ws-emp-raise-record
               move salary to ws-emp-raise-amount
           end-if.
           if approval-approved
               evaluate record-type
                   when 'R'
                       add salary to ws-emp-regular
                   when 'B'
                       add salary to ws-emp-bonus
                   when 'D'
                       add salary to ws-emp-deduction
               end-evaluate
           end-if.

       forecast-one-employee.
           if ws-current-employee-id not = spaces
               perform check-employee-status
               if not emp-skip
                   perform find-raise-entry
                   if raise-found
                       perform check-raise-pending
                   end-if
                   perform collect-allocation-splits
                   add 1 to ws-forecast-count
                   perform forecast-one-period
                       varying ws-period-idx from 1 by 1
                       until ws-period-idx > ws-period-count
               end-if
           end-if.
           move zeros to ws-emp-regular.
           move zeros to ws-emp-bonus.
           move zeros to ws-emp-deduction.
           move 'N' to ws-emp-raise-record.
           move zeros to ws-emp-raise-amount.

      * a raise counts as pending when it is dated after the
      * run date or its 'R' record is still awaiting approval;
      * one already effective and approved is simply the
      * master amount.
       check-raise-pending.
           if emp-raise-record-pending
               add rt-old-amount(ws-raise-idx) to ws-emp-regular
           else
               if emp-raise-record-approved
                   and rt-effective-date(ws-raise-idx)
                       > ws-run-date-n
                   and ws-emp-regular >= ws-emp-raise-amount
                   subtract ws-emp-raise-amount from ws-emp-regular
                   add rt-old-amount(ws-raise-idx) to ws-emp-regular
               else
                   move 'N' to ws-raise-found
               end-if
           end-if.

       check-employee-status.
           move 'N' to ws-emp-skip.
           move spaces to ws-emp-person-dept.
           if person-open
               move ws-current-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       move person-dept to ws-emp-person-dept
                       if person-terminated
                           set emp-skip to true
                       end-if
                       if person-on-leave and person-leave-unpaid
                           set emp-skip to true
                       end-if
               end-read
           end-if.

      * the regular amount for the period carries the raise
      * from its effective date on: the old amount is already
      * in ws-emp-regular, so later periods add the difference.
       forecast-one-period.
           move zeros to ws-period-regular.
           move zeros to ws-period-bonus.
           move zeros to ws-period-cost.
           if pt-pay-regular(ws-period-idx) = 'Y'
               move ws-emp-regular to ws-period-regular
               if raise-found
                   and pt-period-start(ws-period-idx)
                       >= rt-effective-date(ws-raise-idx)
                   compute ws-period-regular = ws-period-regular
                       - rt-old-amount(ws-raise-idx)
                       + rt-new-amount(ws-raise-idx)
               end-if
           end-if.
           if ws-period-idx = ws-first-bonus-period
               move ws-emp-bonus to ws-period-bonus
           end-if.
           compute ws-period-gross =
               ws-period-regular + ws-period-bonus.
           compute ws-period-cost = ws-period-gross.
           if pt-pay-deduction(ws-period-idx) = 'Y'
               subtract ws-emp-deduction from ws-period-cost
           end-if.
           perform add-one-contribution
               varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count.
           if ws-period-cost not = 0
               perform post-period-cost
           end-if.

       add-one-contribution.
           if ct-method(ws-contrib-idx) = 'R'
               compute ws-contrib-amount rounded =
                   ws-period-gross * ct-amount(ws-contrib-idx) / 1000
               add ws-contrib-amount to ws-period-cost
           else
               if ws-period-regular > 0
                   add ct-amount(ws-contrib-idx) to ws-period-cost
               end-if
           end-if.

      * splits totalling 100 spread the cost, the last split
      * taking the rounding remainder; anything else charges
      * PERSON-DEPT.
       post-period-cost.
           if ws-alloc-count > 0 and ws-alloc-percent-total = 100
               move ws-period-cost to ws-alloc-remaining
               perform post-one-allocation
                   varying ws-alloc-idx from 1 by 1
                   until ws-alloc-idx > ws-alloc-count
           else
               move ws-emp-person-dept to ws-work-dept
               move ws-period-cost to ws-dept-post-amount
               perform post-to-dept-table
           end-if.

       post-one-allocation.
           if ws-alloc-idx = ws-alloc-count
               move ws-alloc-remaining to ws-dept-post-amount
           else
               compute ws-dept-post-amount rounded =
                   ws-period-cost * als-percent(ws-alloc-idx) / 100
               subtract ws-dept-post-amount from ws-alloc-remaining
           end-if.
           move als-dept(ws-alloc-idx) to ws-work-dept.
           perform post-to-dept-table.

       post-to-dept-table.
           perform find-dept-entry.
           if ws-dept-idx > 0
               add ws-dept-post-amount
                   to fd-period-cost(ws-dept-idx, ws-period-idx)
           end-if.

       collect-allocation-splits.
           move zeros to ws-alloc-count.
           move zeros to ws-alloc-percent-total.
           if allocmast-open
               move 'N' to ws-alloc-eof-flag
               move ws-current-employee-id to alc-employee-id
               move low-values to alc-dept
               start allocation-file key is not less than alc-key
                   invalid key
                       set alloc-eof to true
               end-start
               perform until alloc-eof
                   read allocation-file next record
                       at end
                           set alloc-eof to true
                       not at end
                           if alc-employee-id
                               not = ws-current-employee-id
                               set alloc-eof to true
                           else
                               perform take-allocation-split
                           end-if
                   end-read
                   if ws-allocation-status not = '00'
                       and ws-allocation-status not = '10'
                       display "ERROR reading allocation master, "
                           "status=" ws-allocation-status
                       set alloc-eof to true
                   end-if
               end-perform
           end-if.

       take-allocation-split.
           if ws-alloc-count < 10
               add 1 to ws-alloc-count
               move alc-dept to als-dept(ws-alloc-count)
               move alc-percent to als-percent(ws-alloc-count)
               add alc-percent to ws-alloc-percent-total
           else
               move zeros to ws-alloc-percent-total
           end-if.

      *****************************************************
      * the report - one line per department, in the order
      * departments were first met (budget file, then spend
      * to date, then the forecast itself)
      *****************************************************
       print-forecast-report.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening forecast report, status="
                   ws-report-status
               move 8 to return-code
           else
               move hl-title to report-line
               perform write-report-line
               move ws-run-date-display to hl-date-value
               move ws-year-end-date-n to hl-year-end
               move ws-period-count to hl-periods
               move hl-run-date to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move hl-column-headers to report-line
               perform write-report-line
               open input department-file
               if ws-deptmast-status = '00'
                   set deptmast-open to true
               end-if
               perform print-one-department
                   varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               if deptmast-open
                   close department-file
               end-if
               move spaces to report-line
               perform write-report-line
               move "TOTL" to tl-label
               move ws-total-budget to tl-budget
               move ws-total-spent to tl-spent
               move ws-total-remaining to tl-remaining
               move ws-total-year-end to tl-year-end
               move tl-total-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move "Employees forecast" to tl-count-label
               move ws-forecast-count to tl-count
               move tl-count-line to report-line
               perform write-report-line
               move "Departments forecast over budget"
                   to tl-count-label
               move ws-over-count to tl-count
               move tl-count-line to report-line
               perform write-report-line
               close report-file
           end-if.
           display "Cost forecast: " ws-dept-count
               " departments, " ws-over-count
               " forecast over budget.".

       print-one-department.
           move zeros to ws-dept-remaining.
           move fd-spent-to-date(ws-dept-idx) to ws-running-cost.
           move spaces to ws-first-over.
           if fd-has-budget(ws-dept-idx) = 'Y'
               and ws-running-cost > fd-budget(ws-dept-idx)
               move "YTD" to ws-first-over
           end-if.
           perform add-period-to-department
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count.
           compute ws-dept-year-end =
               fd-spent-to-date(ws-dept-idx) + ws-dept-remaining.
           move fd-dept-code(ws-dept-idx) to dl-dept.
           move fd-budget(ws-dept-idx) to dl-budget.
           move fd-spent-to-date(ws-dept-idx) to dl-spent.
           move ws-dept-remaining to dl-remaining.
           move ws-dept-year-end to dl-year-end.
           if fd-has-budget(ws-dept-idx) = 'Y'
               compute ws-dept-variance =
                   ws-dept-year-end - fd-budget(ws-dept-idx)
               move ws-dept-variance to dl-variance
               if ws-first-over = spaces
                   move "-" to dl-first-over
               else
                   move ws-first-over to dl-first-over
                   add 1 to ws-over-count
               end-if
               add fd-budget(ws-dept-idx) to ws-total-budget
           else
               move zeros to dl-variance
               move "(no budget)" to dl-first-over
           end-if.
           add fd-spent-to-date(ws-dept-idx) to ws-total-spent.
           add ws-dept-remaining to ws-total-remaining.
           add ws-dept-year-end to ws-total-year-end.
           move dl-detail-line to report-line.
           perform write-report-line.
           if deptmast-open
               move fd-dept-code(ws-dept-idx) to dept-master-code
               read department-file
                   invalid key
                       continue
                   not invalid key
                       move dept-master-name to dl-dept-name
                       move dl-name-line to report-line
                       perform write-report-line
               end-read
           end-if.

       add-period-to-department.
           add fd-period-cost(ws-dept-idx, ws-period-idx)
               to ws-dept-remaining.
           add fd-period-cost(ws-dept-idx, ws-period-idx)
               to ws-running-cost.
           if fd-has-budget(ws-dept-idx) = 'Y'
               and ws-first-over = spaces
               and ws-running-cost > fd-budget(ws-dept-idx)
               move pt-period-id(ws-period-idx) to ws-first-over
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing forecast report, status="
                   ws-report-status
           end-if.
