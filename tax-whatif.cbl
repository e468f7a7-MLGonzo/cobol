       identification division.
       program-id. tax-whatif.
       author Gonzo.
      * tax bracket what-if. Before a bracket set loaded with a
      * future effective date starts to apply, shows what it will
      * do to every employee's pay. Each employee's pay is
      * computed the way the pay statements compute it - approved
      * salary master records within the reasonable range, gated
      * by the pay period covering the chosen effective date,
      * recurring deductions and the bracket tax through
      * APPLY-DEDUCTIONS and MATH, the tax profile's extra
      * withholding, one-off 'D' records off the net - twice:
      *   - under the bracket set in effect today for the
      *     employee's jurisdiction, and
      *   - under the set in effect on the chosen date (a
      *     jurisdiction with no set of its own on either date
      *     falls back to the company default set, as the pay
      *     run does).
      * The gross is the same both times, so the difference is
      * the bracket change alone. Garnishment orders and loan
      * installments are left out - the net compared is the net
      * before them.
      * The report lists every employee with a difference, the
      * totals per jurisdiction, the largest winners (net up)
      * and losers (net down) and the total change in
      * withholding for one pay period. Nothing is posted - no
      * YTD, history or remittance register is opened; the only
      * output is the report.
      * SYSIN card 1: the effective date of the future set
      * (YYYYMMDD) - it must be after today and at least one
      * bracket set on the tax parameter file must carry it.
      * SYSIN card 2: how many winners and losers to list
      * (00 = 10, at most 20).
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
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
           select tax-parameter-file assign to taxparm
           organization is line sequential
           file status is ws-taxparm-status.
           select calendar-file assign to paycal
           organization is line sequential
           file status is ws-calendar-status.
           select report-file assign to taxwhat
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd salary-file.
           copy "salary-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd tax-parameter-file.
           copy "tax-parameter-record.cpy".
       fd calendar-file.
           copy "pay-calendar-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-salary-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-taxparm-status pic xx value '00'.
       01 ws-calendar-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-taxparm-eof-flag pic x value 'N'.
           88 taxparm-eof value 'Y'.
       01 ws-calendar-eof-flag pic x value 'N'.
           88 calendar-eof value 'Y'.
       01 ws-taxprof-open pic x value 'N'.
           88 taxprof-open value 'Y'.
       01 ws-min-reasonable-salary pic 9(6) value 1.
       01 ws-max-reasonable-salary pic 9(6) value 500000.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-future-date pic 9(8) value zeros.
       01 ws-rank-limit pic 99 value zeros.
       01 ws-future-set-count pic 9(3) value zeros.
      * the pay period covering the future date gates what pays
       01 ws-pay-regular-flag pic x value 'Y'.
       01 ws-pay-bonus-flag pic x value 'Y'.
       01 ws-pay-deduction-flag pic x value 'Y'.
       01 ws-period-found pic x value 'N'.
           88 period-found value 'Y'.
       01 ws-period-id pic x(6) value spaces.
      * bracket sets - today's and the future date's, each
      * reloaded only when the jurisdiction changes
       01 ws-default-jurisdiction pic x(2) value spaces.
       01 ws-tax-load-status pic x value 'N'.
           88 tax-table-loaded value 'Y'.
       copy "tax-table.cpy".
       01 ws-new-tax-load-status pic x value 'N'.
           88 new-tax-table-loaded value 'Y'.
           copy "tax-table.cpy" replacing
               leading ==tax-== by ==new-tax-==.
       01 ws-emp-tax-load-status pic x value 'N'.
           copy "tax-table.cpy" replacing
               leading ==tax-== by ==emp-tax-==.
           copy "tax-table.cpy" replacing
               leading ==tax-== by ==emp-new-tax-==.
       01 ws-loaded-jurisdiction pic x(2) value '??'.
      * the employee in hand
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-regular-pay pic 9(8) value zeros.
       01 ws-bonus-pay pic 9(8) value zeros.
       01 ws-deduction-amount pic 9(8) value zeros.
       01 ws-gross-pay pic 9(8) value zeros.
       01 ws-emp-skip pic x value 'N'.
           88 emp-skip value 'Y'.
       01 ws-emp-jurisdiction pic x(2) value spaces.
       01 ws-emp-extra-withholding pic 9(6) value zeros.
       01 ws-applied-detail.
           05 ws-applied-count pic 99.
           05 ws-applied-entry occurs 20 times.
               10 ws-applied-code pic x(4).
               10 ws-applied-timing pic x.
               10 ws-applied-amount pic 9(8).
       01 ws-pre-tax-total pic 9(8).
       01 ws-post-tax-total pic 9(8).
       01 ws-tax-withheld pic 9(8).
       01 ws-net-of-tax pic s9(8).
       01 ws-now-tax pic 9(8).
       01 ws-now-net pic s9(9).
       01 ws-new-tax pic 9(8).
       01 ws-new-net pic s9(9).
       01 ws-tax-change pic s9(9).
       01 ws-net-change pic s9(9).
      * per-jurisdiction totals
       01 ws-jur-count pic 99 value zeros.
       01 ws-jur-idx pic 99.
       01 ws-jur-found pic x value 'N'.
           88 jur-found value 'Y'.
       01 jurisdiction-table.
           05 jur-entry occurs 50 times.
               10 jt-jurisdiction pic x(2).
               10 jt-employees pic 9(6).
               10 jt-changed pic 9(6).
               10 jt-now-tax pic 9(12).
               10 jt-new-tax pic 9(12).
       01 ws-jur-change pic s9(12).
      * largest winners (net up) and losers (net down), kept in
      * order as employees are met
       01 ws-rank-idx pic 99.
       01 ws-rank-slot pic 99.
       01 ws-winner-count pic 99 value zeros.
       01 winner-table.
           05 winner-entry occurs 20 times.
               10 wn-employee-id pic x(6).
               10 wn-jurisdiction pic x(2).
               10 wn-now-net pic s9(9).
               10 wn-change pic s9(9).
       01 ws-loser-count pic 99 value zeros.
       01 loser-table.
           05 loser-entry occurs 20 times.
               10 lo-employee-id pic x(6).
               10 lo-jurisdiction pic x(2).
               10 lo-now-net pic s9(9).
               10 lo-change pic s9(9).
      * totals
       01 ws-employee-count pic 9(6) value zeros.
       01 ws-changed-count pic 9(6) value zeros.
       01 ws-better-count pic 9(6) value zeros.
       01 ws-worse-count pic 9(6) value zeros.
       01 ws-skipped-count pic 9(6) value zeros.
       01 ws-total-now-tax pic 9(12) value zeros.
       01 ws-total-new-tax pic 9(12) value zeros.
       01 ws-total-tax-change pic s9(12) value zeros.

       01 hl-title.
           05 filler pic x(18) value spaces.
           05 filler pic x(44)
               value 'TAX BRACKET WHAT-IF - NOTHING POSTED'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(20) value '   New set from: '.
           05 hl-future-date pic 9(8).
           05 filler pic x(11) value '   Period: '.
           05 hl-period-id pic x(6).
       01 hl-employee-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(3) value 'Jr'.
           05 filler pic x(9) value '    Gross'.
           05 filler pic x(9) value '  Tax now'.
           05 filler pic x(9) value '  Tax new'.
           05 filler pic x(9) value '   Change'.
           05 filler pic x(9) value '  Net now'.
           05 filler pic x(9) value '  Net new'.
           05 filler pic x(10) value '  Net chg'.
       01 dl-employee-line.
           05 dl-employee-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-jurisdiction pic x(2).
           05 filler pic x(1) value space.
           05 dl-gross pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-now-tax pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-new-tax pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-tax-change pic -(7)9.
           05 filler pic x(1) value space.
           05 dl-now-net pic -(7)9.
           05 filler pic x(1) value space.
           05 dl-new-net pic -(7)9.
           05 filler pic x(1) value space.
           05 dl-net-change pic -(8)9.
       01 hl-jurisdiction-headers.
           05 filler pic x(5) value 'Jr'.
           05 filler pic x(10) value ' Employees'.
           05 filler pic x(9) value '  Changed'.
           05 filler pic x(14) value '       Tax now'.
           05 filler pic x(14) value '       Tax new'.
           05 filler pic x(14) value '        Change'.
       01 dl-jurisdiction-line.
           05 dl-jt-jurisdiction pic x(4).
           05 filler pic x(1) value space.
           05 dl-jt-employees pic z(8)9.
           05 filler pic x(1) value space.
           05 dl-jt-changed pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-jt-now-tax pic z(12)9.
           05 filler pic x(1) value space.
           05 dl-jt-new-tax pic z(12)9.
           05 filler pic x(1) value space.
           05 dl-jt-change pic -(12)9.
       01 hl-rank-title.
           05 hl-rank-label pic x(40).
       01 hl-rank-headers.
           05 filler pic x(5) value 'Rank'.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(3) value 'Jr'.
           05 filler pic x(10) value '   Net now'.
           05 filler pic x(10) value '    Change'.
       01 dl-rank-line.
           05 dl-rank pic z9.
           05 filler pic x(3) value spaces.
           05 dl-rank-employee-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-rank-jurisdiction pic x(2).
           05 filler pic x(1) value space.
           05 dl-rank-now-net pic -(8)9.
           05 filler pic x(1) value space.
           05 dl-rank-change pic -(8)9.
       01 tl-count-line.
           05 tl-count-label pic x(40).
           05 tl-count pic zzzzz9.
       01 tl-amount-line.
           05 tl-amount-label pic x(40).
           05 tl-amount pic -(12)9.
       procedure division.
       aa-start.
           display "Effective date of the new bracket set: "
           accept ws-future-date.
           display "Winners and losers to list: "
           accept ws-rank-limit.
           if ws-rank-limit = 0
               move 10 to ws-rank-limit
           end-if.
           if ws-rank-limit > 20
               move 20 to ws-rank-limit
           end-if.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           if ws-future-date not > ws-run-date-n
               display "Effective date " ws-future-date
                   " is not in the future - simulation refused."
               move 8 to return-code
               go to zz-end
           end-if.
           perform check-future-set.
           if ws-future-set-count = 0
               display "No bracket set effective " ws-future-date
                   " on the tax parameter file - simulation "
                   "refused."
               move 8 to return-code
               go to zz-end
           end-if.
           call "load-tax-table" using ws-run-date-n,
               ws-default-jurisdiction, tax-table,
               ws-tax-load-status.
           call "load-tax-table" using ws-future-date,
               ws-default-jurisdiction, new-tax-table,
               ws-new-tax-load-status.
           if not tax-table-loaded or not new-tax-table-loaded
               display "Default bracket sets could not be loaded - "
                   "simulation refused."
               move 8 to return-code
               go to zz-end
           end-if.
           perform load-pay-calendar.
           open input salary-file.
           if ws-salary-status not = '00'
               display "ERROR opening salary file, status="
                   ws-salary-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move 8 to return-code
               close salary-file
               go to zz-end
           end-if.
           open input tax-profile-file.
           if ws-profile-status = '00'
               set taxprof-open to true
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening what-if report, status="
                   ws-report-status
               move 8 to return-code
               go to cc-end
           end-if.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move ws-future-date to hl-future-date.
           move ws-period-id to hl-period-id.
           move hl-run-date to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-employee-headers to report-line.
           perform write-report-line.
           move low-values to salary-key.
           start salary-file key is not less than salary-key
               invalid key
                   set eof to true
           end-start.
       bb-read.
           if eof
               perform simulate-one-employee
               go to cc-end
           end-if.
           read salary-file next record
               at end
                   set eof to true
                   perform simulate-one-employee
                   go to cc-end
           end-read.
           if ws-salary-status not = '00'
               display "ERROR reading salary file, status="
                   ws-salary-status
               move 8 to return-code
               go to cc-end
           end-if.
           if record-type = 'T'
               perform simulate-one-employee
               go to cc-end
           end-if.
           if employee-id of salary-record
               not = ws-current-employee-id
               perform simulate-one-employee
               move employee-id of salary-record
                   to ws-current-employee-id
           end-if.
           if approval-approved
               and salary >= ws-min-reasonable-salary
               and salary <= ws-max-reasonable-salary
               evaluate record-type
                   when 'R'
                       if ws-pay-regular-flag = 'Y'
                           add salary to ws-regular-pay
                       end-if
                   when 'B'
                       if ws-pay-bonus-flag = 'Y'
                           add salary to ws-bonus-pay
                       end-if
                   when 'D'
                       if ws-pay-deduction-flag = 'Y'
                           add salary to ws-deduction-amount
                       end-if
               end-evaluate
           end-if.
           go to bb-read.
       cc-end.
           close salary-file.
           close person-file.
           if taxprof-open
               close tax-profile-file
           end-if.
           if ws-report-status = '00'
               perform print-jurisdiction-totals
               perform print-winners-and-losers
               perform print-what-if-totals
               close report-file
           end-if.
           display "Tax what-if: " ws-employee-count " employees, "
               ws-changed-count " changed, withholding change "
               ws-total-tax-change " per period.".
       zz-end.
           stop run.

      * the chosen date must be a real set's effective date -
      * any jurisdiction's
       check-future-set.
           move zeros to ws-future-set-count.
           open input tax-parameter-file.
           if ws-taxparm-status = '00'
               perform until taxparm-eof
                   read tax-parameter-file
                       at end
                           set taxparm-eof to true
                       not at end
                           if tp-effective-date = ws-future-date
                               add 1 to ws-future-set-count
                               display "New bracket set found for "
                                   "jurisdiction '" tp-jurisdiction
                                   "'."
                           end-if
                   end-read
               end-perform
               close tax-parameter-file
           else
               display "ERROR opening tax parameter file, status="
                   ws-taxparm-status
           end-if.

       load-pay-calendar.
           open input calendar-file.
           if ws-calendar-status = '00'
               perform until calendar-eof
                   read calendar-file
                       at end
                           set calendar-eof to true
                       not at end
                           if pc-period-start <= ws-future-date
                               and pc-period-end >= ws-future-date
                               set period-found to true
                               move pc-period-id to ws-period-id
                               move pc-pay-regular
                                   to ws-pay-regular-flag
                               move pc-pay-bonus
                                   to ws-pay-bonus-flag
                               move pc-pay-deduction
                                   to ws-pay-deduction-flag
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.
           if not period-found
               display "WARNING: no pay period covers "
                   ws-future-date " - every record type is "
                   "simulated."
           end-if.

      *****************************************************
      * one employee - today's set, then the new one
      *****************************************************
       simulate-one-employee.
           if ws-current-employee-id not = spaces
               and (ws-regular-pay > 0 or ws-bonus-pay > 0
                   or ws-deduction-amount > 0)
               perform check-employee-status
               if emp-skip
                   add 1 to ws-skipped-count
               else
                   perform compute-both-ways
               end-if
           end-if.
           move zeros to ws-regular-pay.
           move zeros to ws-bonus-pay.
           move zeros to ws-deduction-amount.

       check-employee-status.
           move 'N' to ws-emp-skip.
           move ws-current-employee-id
               to employee-id of person-record.
           read person-file
               invalid key
                   continue
               not invalid key
                   if person-terminated
                       set emp-skip to true
                   end-if
                   if person-on-leave and person-leave-unpaid
                       and person-status-date <= ws-future-date
                       set emp-skip to true
                   end-if
           end-read.

       compute-both-ways.
           compute ws-gross-pay = ws-regular-pay + ws-bonus-pay.
           perform look-up-tax-profile.
           perform load-employee-tax-tables.
           call "apply-deductions" using ws-current-employee-id,
               ws-gross-pay, emp-tax-table, ws-applied-detail,
               ws-pre-tax-total, ws-post-tax-total,
               ws-tax-withheld, ws-net-of-tax.
           compute ws-now-tax =
               ws-tax-withheld + ws-emp-extra-withholding.
           compute ws-now-net = ws-net-of-tax
               - ws-deduction-amount - ws-emp-extra-withholding.
           call "apply-deductions" using ws-current-employee-id,
               ws-gross-pay, emp-new-tax-table, ws-applied-detail,
               ws-pre-tax-total, ws-post-tax-total,
               ws-tax-withheld, ws-net-of-tax.
           compute ws-new-tax =
               ws-tax-withheld + ws-emp-extra-withholding.
           compute ws-new-net = ws-net-of-tax
               - ws-deduction-amount - ws-emp-extra-withholding.
           compute ws-tax-change = ws-new-tax - ws-now-tax.
           compute ws-net-change = ws-new-net - ws-now-net.
           add 1 to ws-employee-count.
           add ws-now-tax to ws-total-now-tax.
           add ws-new-tax to ws-total-new-tax.
           perform add-to-jurisdiction.
           if ws-net-change not = 0 or ws-tax-change not = 0
               add 1 to ws-changed-count
               add 1 to jt-changed(ws-jur-idx)
               perform print-employee-line
           end-if.
           if ws-net-change > 0
               add 1 to ws-better-count
               perform rank-winner
           end-if.
           if ws-net-change < 0
               add 1 to ws-worse-count
               perform rank-loser
           end-if.

       look-up-tax-profile.
           move spaces to ws-emp-jurisdiction.
           move zeros to ws-emp-extra-withholding.
           if taxprof-open
               move ws-current-employee-id to txp-employee-id
               read tax-profile-file
                   invalid key
                       continue
                   not invalid key
                       move txp-jurisdiction
                           to ws-emp-jurisdiction
                       move txp-extra-withholding
                           to ws-emp-extra-withholding
               end-read
           end-if.

      * a jurisdiction with no set of its own on a date falls
      * back to the company default set for that date
       load-employee-tax-tables.
           if ws-emp-jurisdiction not = ws-loaded-jurisdiction
               move ws-emp-jurisdiction to ws-loaded-jurisdiction
               if ws-emp-jurisdiction = spaces
                   move tax-table to emp-tax-table
                   move new-tax-table to emp-new-tax-table
               else
                   move 'N' to ws-emp-tax-load-status
                   call "load-tax-table" using ws-run-date-n,
                       ws-emp-jurisdiction, emp-tax-table,
                       ws-emp-tax-load-status
                   if ws-emp-tax-load-status not = 'Y'
                       move tax-table to emp-tax-table
                   end-if
                   move 'N' to ws-emp-tax-load-status
                   call "load-tax-table" using ws-future-date,
                       ws-emp-jurisdiction, emp-new-tax-table,
                       ws-emp-tax-load-status
                   if ws-emp-tax-load-status not = 'Y'
                       move new-tax-table to emp-new-tax-table
                   end-if
               end-if
           end-if.

       add-to-jurisdiction.
           move 'N' to ws-jur-found.
           perform varying ws-jur-idx from 1 by 1
               until jur-found or ws-jur-idx > ws-jur-count
               if jt-jurisdiction(ws-jur-idx) = ws-emp-jurisdiction
                   set jur-found to true
               end-if
           end-perform.
           if jur-found
               subtract 1 from ws-jur-idx
           else
               if ws-jur-count < 50
                   add 1 to ws-jur-count
                   move ws-jur-count to ws-jur-idx
                   initialize jur-entry(ws-jur-idx)
                   move ws-emp-jurisdiction
                       to jt-jurisdiction(ws-jur-idx)
               else
                   move 50 to ws-jur-idx
                   display "WARNING: jurisdiction table full - "
                       ws-emp-jurisdiction " counted under "
                       jt-jurisdiction(ws-jur-idx) "."
               end-if
           end-if.
           add 1 to jt-employees(ws-jur-idx).
           add ws-now-tax to jt-now-tax(ws-jur-idx).
           add ws-new-tax to jt-new-tax(ws-jur-idx).

       print-employee-line.
           move ws-current-employee-id to dl-employee-id.
           move ws-emp-jurisdiction to dl-jurisdiction.
           move ws-gross-pay to dl-gross.
           move ws-now-tax to dl-now-tax.
           move ws-new-tax to dl-new-tax.
           move ws-tax-change to dl-tax-change.
           move ws-now-net to dl-now-net.
           move ws-new-net to dl-new-net.
           move ws-net-change to dl-net-change.
           move dl-employee-line to report-line.
           perform write-report-line.

      * the winner table is kept largest gain first: find the
      * slot the employee belongs in, push the rest down one
      * (the last falls off when the table is full)
       rank-winner.
           move zeros to ws-rank-slot.
           perform varying ws-rank-idx from 1 by 1
               until ws-rank-slot > 0
                   or ws-rank-idx > ws-winner-count
               if ws-net-change > wn-change(ws-rank-idx)
                   move ws-rank-idx to ws-rank-slot
               end-if
           end-perform.
           if ws-rank-slot = 0
               if ws-winner-count < ws-rank-limit
                   add 1 to ws-winner-count
                   move ws-winner-count to ws-rank-slot
               end-if
           else
               if ws-winner-count < ws-rank-limit
                   add 1 to ws-winner-count
               end-if
               perform varying ws-rank-idx from ws-winner-count
                   by -1 until ws-rank-idx <= ws-rank-slot
                   move winner-entry(ws-rank-idx - 1)
                       to winner-entry(ws-rank-idx)
               end-perform
           end-if.
           if ws-rank-slot > 0
               move ws-current-employee-id
                   to wn-employee-id(ws-rank-slot)
               move ws-emp-jurisdiction
                   to wn-jurisdiction(ws-rank-slot)
               move ws-now-net to wn-now-net(ws-rank-slot)
               move ws-net-change to wn-change(ws-rank-slot)
           end-if.

      * losers likewise, largest loss first
       rank-loser.
           move zeros to ws-rank-slot.
           perform varying ws-rank-idx from 1 by 1
               until ws-rank-slot > 0
                   or ws-rank-idx > ws-loser-count
               if ws-net-change < lo-change(ws-rank-idx)
                   move ws-rank-idx to ws-rank-slot
               end-if
           end-perform.
           if ws-rank-slot = 0
               if ws-loser-count < ws-rank-limit
                   add 1 to ws-loser-count
                   move ws-loser-count to ws-rank-slot
               end-if
           else
               if ws-loser-count < ws-rank-limit
                   add 1 to ws-loser-count
               end-if
               perform varying ws-rank-idx from ws-loser-count
                   by -1 until ws-rank-idx <= ws-rank-slot
                   move loser-entry(ws-rank-idx - 1)
                       to loser-entry(ws-rank-idx)
               end-perform
           end-if.
           if ws-rank-slot > 0
               move ws-current-employee-id
                   to lo-employee-id(ws-rank-slot)
               move ws-emp-jurisdiction
                   to lo-jurisdiction(ws-rank-slot)
               move ws-now-net to lo-now-net(ws-rank-slot)
               move ws-net-change to lo-change(ws-rank-slot)
           end-if.

      *****************************************************
      * report sections after the employee lines
      *****************************************************
       print-jurisdiction-totals.
           move spaces to report-line.
           perform write-report-line.
           move hl-jurisdiction-headers to report-line.
           perform write-report-line.
           perform print-one-jurisdiction
               varying ws-jur-idx from 1 by 1
               until ws-jur-idx > ws-jur-count.

       print-one-jurisdiction.
           if jt-jurisdiction(ws-jur-idx) = spaces
               move "DFLT" to dl-jt-jurisdiction
           else
               move jt-jurisdiction(ws-jur-idx) to dl-jt-jurisdiction
           end-if.
           move jt-employees(ws-jur-idx) to dl-jt-employees.
           move jt-changed(ws-jur-idx) to dl-jt-changed.
           move jt-now-tax(ws-jur-idx) to dl-jt-now-tax.
           move jt-new-tax(ws-jur-idx) to dl-jt-new-tax.
           compute ws-jur-change = jt-new-tax(ws-jur-idx)
               - jt-now-tax(ws-jur-idx).
           move ws-jur-change to dl-jt-change.
           move dl-jurisdiction-line to report-line.
           perform write-report-line.

       print-winners-and-losers.
           move spaces to report-line.
           perform write-report-line.
           move "LARGEST WINNERS - net pay up" to hl-rank-label.
           move hl-rank-title to report-line.
           perform write-report-line.
           move hl-rank-headers to report-line.
           perform write-report-line.
           perform print-one-winner
               varying ws-rank-idx from 1 by 1
               until ws-rank-idx > ws-winner-count.
           move spaces to report-line.
           perform write-report-line.
           move "LARGEST LOSERS - net pay down" to hl-rank-label.
           move hl-rank-title to report-line.
           perform write-report-line.
           move hl-rank-headers to report-line.
           perform write-report-line.
           perform print-one-loser
               varying ws-rank-idx from 1 by 1
               until ws-rank-idx > ws-loser-count.

       print-one-winner.
           move ws-rank-idx to dl-rank.
           move wn-employee-id(ws-rank-idx) to dl-rank-employee-id.
           move wn-jurisdiction(ws-rank-idx)
               to dl-rank-jurisdiction.
           move wn-now-net(ws-rank-idx) to dl-rank-now-net.
           move wn-change(ws-rank-idx) to dl-rank-change.
           move dl-rank-line to report-line.
           perform write-report-line.

       print-one-loser.
           move ws-rank-idx to dl-rank.
           move lo-employee-id(ws-rank-idx) to dl-rank-employee-id.
           move lo-jurisdiction(ws-rank-idx)
               to dl-rank-jurisdiction.
           move lo-now-net(ws-rank-idx) to dl-rank-now-net.
           move lo-change(ws-rank-idx) to dl-rank-change.
           move dl-rank-line to report-line.
           perform write-report-line.

       print-what-if-totals.
           move spaces to report-line.
           perform write-report-line.
           move "Employees simulated" to tl-count-label.
           move ws-employee-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Employees whose pay changes" to tl-count-label.
           move ws-changed-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "  net pay up" to tl-count-label.
           move ws-better-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "  net pay down" to tl-count-label.
           move ws-worse-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Not simulated (terminated / unpaid leave)"
               to tl-count-label.
           move ws-skipped-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Withholding per period, today's sets"
               to tl-amount-label.
           move ws-total-now-tax to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Withholding per period, new sets"
               to tl-amount-label.
           move ws-total-new-tax to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           compute ws-total-tax-change =
               ws-total-new-tax - ws-total-now-tax.
           move "Total withholding change" to tl-amount-label.
           move ws-total-tax-change to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing what-if report, status="
                   ws-report-status
           end-if.
