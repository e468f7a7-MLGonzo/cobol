       identification division.
       program-id. wc-premium.
       author Gonzo.
      * quarterly workers' compensation premium report - the
      * insurer bills on payroll by risk class, and the wages
      * per class used to be worked out by hand from the
      * department report. Takes each employee's actual wages
      * for the quarter from the jurisdiction wage ledger (the
      * regular and bonus gross the salary run and the off-cycle
      * payments posted, every jurisdiction added together),
      * spreads them over the employee's allocation splits the
      * way the salary run's departmental rollup does (splits
      * only when they total 100 percent, the last split taking
      * the remainder, else the whole amount on PERSON-DEPT),
      * and reports each piece under the employee's override
      * class, or the department's class when there is none.
      * A class flagged overtime-excluded reports overtime at
      * straight time: the premium half of the quarter's
      * timesheet overtime (the overtime premium ledger, spread
      * over the splits the same way) comes out of its wages.
      *
      * The report shows per class the gross wages, overtime
      * excluded, reportable wages and the estimated premium at
      * the class's rate per 100 of reportable wages, then
      * company control totals and a proof that the class
      * wages re-add to the ledger wages. Wages with no class
      * (department unclassified, or a class no longer on the
      * class master) are listed employee by employee, left
      * out of the extract and give RC=4.
      *
      * Insurer audit extract record layout (80 bytes):
      *   'H' + year 9(4) + quarter 9 + run date 9(8)
      *   'D' + class x(4) + employee-id x(6) + name x(30)
      *       + dept x(4) + company x(2) + gross wages 9(10)
      *       + overtime excluded 9(8) + reportable 9(10)
      *   'C' + class x(4) + description x(30)
      *       + rate per 100 9(3)v99 + detail count 9(6)
      *       + reportable wages 9(12) + premium 9(10)
      *   'T' + detail count 9(6) + class count 9(4)
      *       + reportable total 9(12) + premium total 9(12)
      * The details come in employee order, then one 'C' per
      * class with wages, then the trailer.
       environment division.
       input-output section.
       file-control.
           select jurisdiction-wage-file assign to jurwage
           organization is indexed
           access mode is dynamic
           record key is jw-key
           file status is ws-jurwage-status.
           select overtime-premium-file assign to otprem
           organization is indexed
           access mode is dynamic
           record key is otp-key
           file status is ws-otprem-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select department-file assign to deptmast
           organization is indexed
           access mode is dynamic
           record key is dept-master-code
           file status is ws-department-status.
           select allocation-file assign to allocmst
           organization is indexed
           access mode is dynamic
           record key is alc-key
           file status is ws-allocation-status.
           select wc-class-file assign to wcclass
           organization is indexed
           access mode is dynamic
           record key is wc-class-code
           file status is ws-wc-class-status.
           select wc-override-file assign to wcovrd
           organization is indexed
           access mode is dynamic
           record key is wco-employee-id
           file status is ws-wc-override-status.
           select report-file assign to wcrpt
           organization is line sequential
           file status is ws-report-status.
           select extract-file assign to wcaudit
           organization is line sequential
           file status is ws-extract-status.
       data division.
       file section.
       fd jurisdiction-wage-file.
           copy "jurisdiction-wage-record.cpy".
       fd overtime-premium-file.
           copy "overtime-premium-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd department-file.
           copy "department-record.cpy".
       fd allocation-file.
           copy "allocation-record.cpy".
       fd wc-class-file.
           copy "wc-class-record.cpy".
       fd wc-override-file.
           copy "wc-override-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       fd extract-file.
       01 extract-record.
           05 ex-record-type pic x.
           05 ex-data pic x(79).
       01 extract-header-record redefines extract-record.
           05 filler pic x.
           05 ex-header-year pic 9(4).
           05 ex-header-quarter pic 9.
           05 ex-run-date pic 9(8).
           05 filler pic x(66).
       01 extract-detail-record redefines extract-record.
           05 filler pic x.
           05 ex-class-code pic x(4).
           05 ex-employee-id pic x(6).
           05 ex-employee-name pic x(30).
           05 ex-dept pic x(4).
           05 ex-company pic x(2).
           05 ex-gross-wages pic 9(10).
           05 ex-ot-excluded pic 9(8).
           05 ex-reportable pic 9(10).
           05 filler pic x(5).
       01 extract-class-record redefines extract-record.
           05 filler pic x.
           05 ex-class-total-code pic x(4).
           05 ex-class-description pic x(30).
           05 ex-class-rate pic 9(3)v99.
           05 ex-class-count pic 9(6).
           05 ex-class-reportable pic 9(12).
           05 ex-class-premium pic 9(10).
           05 filler pic x(12).
       01 extract-trailer-record redefines extract-record.
           05 filler pic x.
           05 ex-trailer-count pic 9(6).
           05 ex-trailer-class-count pic 9(4).
           05 ex-trailer-reportable pic 9(12).
           05 ex-trailer-premium pic 9(12).
           05 filler pic x(45).
       working-storage section.
       01 ws-jurwage-status pic xx value '00'.
       01 ws-otprem-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-department-status pic xx value '00'.
       01 ws-allocation-status pic xx value '00'.
       01 ws-wc-class-status pic xx value '00'.
       01 ws-wc-override-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-extract-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-otprem-open pic x value 'N'.
           88 otprem-open value 'Y'.
       01 ws-allocmast-open pic x value 'N'.
           88 allocmast-open value 'Y'.
       01 ws-override-open pic x value 'N'.
           88 override-open value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-alloc-eof-flag pic x value 'N'.
           88 alloc-eof value 'Y'.
       01 ws-return-year pic 9(4) value zeros.
       01 ws-return-quarter pic 9 value zero.
       01 ws-first-month pic 99 value zeros.
       01 ws-last-month pic 99 value zeros.
       01 ws-month-idx pic 99.
       01 ws-feed-month pic 99.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
      * the quarter's wages and overtime premium per employee,
      * gathered across the ledger's jurisdictions
       01 ws-emp-count pic 9(4) value zeros.
       01 ws-max-emp-entries pic 9(4) value 3000.
       01 ws-emp-idx pic 9(4).
       01 ws-emp-found pic x value 'N'.
           88 emp-found value 'Y'.
       01 ws-find-employee-id pic x(6).
       01 ws-emp-wages pic 9(10).
       01 quarter-emp-table.
           05 quarter-emp-entry occurs 3000 times.
               10 qe-employee-id pic x(6).
               10 qe-wages pic 9(10).
               10 qe-ot-premium pic 9(8).
       01 ws-emp-table-full pic x value 'N'.
           88 emp-table-full value 'Y'.
       01 ws-unmatched-ot-count pic 9(6) value zeros.
      * the employee in hand - company, class override and the
      * allocation splits, each split with its class and share
       01 ws-emp-company pic x(2).
       01 ws-emp-name pic x(30).
       01 ws-emp-dept pic x(4).
       01 ws-override-class pic x(4).
       01 ws-alloc-count pic 99 value zeros.
       01 ws-alloc-percent-total pic 9(4) value zeros.
       01 ws-alloc-idx pic 99.
       01 alloc-split-table.
           05 alloc-split-entry occurs 10 times.
               10 als-dept pic x(4).
               10 als-percent pic 9(3).
       01 ws-wages-remaining pic 9(10).
       01 ws-ot-remaining pic 9(8).
       01 ws-split-wages pic 9(10).
       01 ws-split-ot pic 9(8).
       01 ws-split-excluded pic 9(8).
       01 ws-split-reportable pic 9(10).
       01 ws-split-class pic x(4).
      * every class on the master, plus any class named by a
      * department or override but missing from it, plus the
      * unclassified entry (code spaces)
       01 ws-class-count pic 999 value zeros.
       01 ws-max-class-entries pic 999 value 100.
       01 ws-class-idx pic 999.
       01 ws-class-found pic x value 'N'.
           88 class-found value 'Y'.
       01 ws-find-class pic x(4).
       01 class-total-table.
           05 class-total-entry occurs 100 times.
               10 ct-class-code pic x(4).
               10 ct-description pic x(30).
               10 ct-rate pic 9(3)v99.
               10 ct-ot-excluded pic x.
               10 ct-on-master pic x.
               10 ct-detail-count pic 9(6).
               10 ct-gross pic 9(12).
               10 ct-excluded pic 9(12).
               10 ct-reportable pic 9(12).
               10 ct-premium pic 9(10).
      * company control totals
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 company-total-table.
           05 company-total-entry occurs 10 times.
               10 cq-code pic x(2).
               10 cq-gross pic 9(12).
               10 cq-excluded pic 9(12).
               10 cq-reportable pic 9(12).
      * run totals and the proof
       01 ws-ledger-wages pic 9(12) value zeros.
       01 ws-total-gross pic 9(12) value zeros.
       01 ws-total-excluded pic 9(12) value zeros.
       01 ws-total-reportable pic 9(12) value zeros.
       01 ws-total-premium pic 9(12) value zeros.
       01 ws-unclassified-wages pic 9(12) value zeros.
       01 ws-unclassified-count pic 9(6) value zeros.
       01 ws-extract-count pic 9(6) value zeros.
       01 ws-extract-class-count pic 9(4) value zeros.

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'WORKERS COMPENSATION PREMIUM REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-quarter-line.
           05 filler pic x(6) value 'Year: '.
           05 hl-year pic 9(4).
           05 filler pic x(12) value '   Quarter: '.
           05 hl-quarter pic 9.
       01 hl-class-headers.
           05 filler pic x(5) value 'Class'.
           05 filler pic x(17) value ' Description'.
           05 filler pic x(8) value '    Rate'.
           05 filler pic x(2) value 'OT'.
           05 filler pic x(12) value '       Gross'.
           05 filler pic x(11) value '  OT excl.'.
           05 filler pic x(12) value '  Reportable'.
           05 filler pic x(11) value '    Premium'.
       01 dl-class-line.
           05 dl-class-code pic x(4).
           05 filler pic x value space.
           05 dl-description pic x(16).
           05 filler pic x value space.
           05 dl-rate pic zz9.99.
           05 filler pic x value space.
           05 dl-ot-excluded pic x.
           05 filler pic x value space.
           05 dl-gross pic z(10)9.
           05 filler pic x value space.
           05 dl-excluded pic z(9)9.
           05 filler pic x value space.
           05 dl-reportable pic z(10)9.
           05 filler pic x value space.
           05 dl-premium pic z(9)9.
       01 dl-unclassified-line.
           05 filler pic x(2) value spaces.
           05 dl-unc-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-unc-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-unc-class pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-unc-wages pic z(9)9.
           05 filler pic x(2) value spaces.
           05 dl-unc-reason pic x(30).
       01 dl-company-line.
           05 filler pic x(8) value 'Company '.
           05 dl-company-code pic x(2).
           05 filler pic x(2) value spaces.
           05 dl-company-gross pic z(11)9.
           05 filler pic x value space.
           05 dl-company-excluded pic z(11)9.
           05 filler pic x value space.
           05 dl-company-reportable pic z(11)9.
       01 hl-company-headers.
           05 filler pic x(12) value 'Company'.
           05 filler pic x(13) value '       Gross'.
           05 filler pic x(13) value '    OT excl.'.
           05 filler pic x(13) value '   Reportable'.
       01 rl-amount-line.
           05 rl-amount-label pic x(30).
           05 rl-amount pic -(11)9.
       01 rl-verdict-line.
           05 filler pic x(10) value 'Proof: '.
           05 rl-verdict pic x(60).
       procedure division.
       aa-start.
           display "Premium year (YYYY, 0000 = this year): "
           accept ws-return-year.
           display "Quarter (1-4): "
           accept ws-return-quarter.
           if ws-return-quarter < 1 or ws-return-quarter > 4
               display "Quarter must be 1-4 - run again."
               move 8 to return-code
               go to zz-end
           end-if.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           if ws-return-year = zeros
               move ws-run-year to ws-return-year
           end-if.
           compute ws-first-month = (ws-return-quarter - 1) * 3 + 1.
           compute ws-last-month = ws-first-month + 2.
           perform open-files.
           if return-code not = 0
               go to cc-end
           end-if.
           set setup-ok to true.
           perform load-class-master.
           perform load-quarter-wages.
           if return-code not = 0
               perform close-files
               go to zz-end
           end-if.
           perform load-overtime-premiums.
           move spaces to extract-record.
           move 'H' to ex-record-type.
           move ws-return-year to ex-header-year.
           move ws-return-quarter to ex-header-quarter.
           move ws-run-date-n to ex-run-date.
           perform write-extract-record.
           move zeros to ws-emp-idx.
       bb-next-employee.
           add 1 to ws-emp-idx.
           if ws-emp-idx > ws-emp-count
               go to cc-end
           end-if.
           perform report-one-employee.
           go to bb-next-employee.
       cc-end.
           if setup-ok
               perform price-classes
                   varying ws-class-idx from 1 by 1
                   until ws-class-idx > ws-class-count
               perform print-premium-report
               perform write-class-records
                   varying ws-class-idx from 1 by 1
                   until ws-class-idx > ws-class-count
               move spaces to extract-record
               move 'T' to ex-record-type
               move ws-extract-count to ex-trailer-count
               move ws-extract-class-count to ex-trailer-class-count
               move ws-total-reportable to ex-trailer-reportable
               move ws-total-premium to ex-trailer-premium
               perform write-extract-record
               perform close-files
           end-if.
       zz-end.
           stop run.

      * the class master, the ledger, the person and department
      * masters are required; without the overtime ledger,
      * allocation master or override file the run goes on
      * with no overtime, no splits and no overrides.
       open-files.
           open input wc-class-file.
           if ws-wc-class-status not = '00'
               display "ERROR opening workers' comp class master, "
                   "status=" ws-wc-class-status
               move 8 to return-code
           end-if.
           open input jurisdiction-wage-file.
           if ws-jurwage-status not = '00'
               display "ERROR opening jurisdiction wage ledger, "
                   "status=" ws-jurwage-status
               move 8 to return-code
           end-if.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move 8 to return-code
           end-if.
           open input department-file.
           if ws-department-status not = '00'
               display "ERROR opening department master, status="
                   ws-department-status
               move 8 to return-code
           end-if.
           open input overtime-premium-file.
           if ws-otprem-status = '00'
               set otprem-open to true
           else
               display "No overtime premium ledger - no overtime "
                   "excluded."
           end-if.
           open input allocation-file.
           if ws-allocation-status = '00'
               set allocmast-open to true
           end-if.
           open input wc-override-file.
           if ws-wc-override-status = '00'
               set override-open to true
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening premium report, status="
                   ws-report-status
               move 8 to return-code
           end-if.
           open output extract-file.
           if ws-extract-status not = '00'
               display "ERROR opening audit extract, status="
                   ws-extract-status
               move 8 to return-code
           end-if.

       close-files.
           close wc-class-file.
           close jurisdiction-wage-file.
           close person-file.
           close department-file.
           if otprem-open
               close overtime-premium-file
           end-if.
           if allocmast-open
               close allocation-file
           end-if.
           if override-open
               close wc-override-file
           end-if.
           close report-file.
           close extract-file.

       load-class-master.
           move 1 to ws-class-count.
           move spaces to ct-class-code(1).
           move "** UNCLASSIFIED **" to ct-description(1).
           move zeros to ct-rate(1).
           move 'N' to ct-ot-excluded(1).
           move 'N' to ct-on-master(1).
           perform clear-class-totals.
           move 'N' to ws-eof-flag.
           move low-values to wc-class-code.
           start wc-class-file key is not less than wc-class-code
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read wc-class-file next record
                   at end
                       set eof to true
                   not at end
                       if ws-class-count < ws-max-class-entries
                           add 1 to ws-class-count
                           move wc-class-code
                               to ct-class-code(ws-class-count)
                           move wc-class-description
                               to ct-description(ws-class-count)
                           move wc-rate-per-100
                               to ct-rate(ws-class-count)
                           move wc-ot-excluded
                               to ct-ot-excluded(ws-class-count)
                           move 'Y' to ct-on-master(ws-class-count)
                           perform clear-class-totals
                       else
                           display "WARNING: more than "
                               ws-max-class-entries " classes - "
                               wc-class-code " not loaded."
                       end-if
               end-read
           end-perform.

       clear-class-totals.
           move zeros to ct-detail-count(ws-class-count)
               ct-gross(ws-class-count)
               ct-excluded(ws-class-count)
               ct-reportable(ws-class-count)
               ct-premium(ws-class-count).

      *****************************************************
      * the quarter's three monthly buckets of every ledger
      * record for the year, added up per employee across
      * jurisdictions.
      *****************************************************
       load-quarter-wages.
           move 'N' to ws-eof-flag.
           move ws-return-year to jw-year.
           move low-values to jw-jurisdiction.
           move low-values to jw-employee-id.
           start jurisdiction-wage-file key is not less than jw-key
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read jurisdiction-wage-file next record
                   at end
                       set eof to true
                   not at end
                       if jw-year not = ws-return-year
                           set eof to true
                       else
                           perform take-ledger-wages
                       end-if
               end-read
           end-perform.
           if emp-table-full
               display "ERROR more than " ws-max-emp-entries
                   " employees paid in the quarter - report not "
                   "produced."
               move 8 to return-code
           end-if.

       take-ledger-wages.
           move zeros to ws-emp-wages.
           perform varying ws-month-idx from ws-first-month by 1
                   until ws-month-idx > ws-last-month
               add jw-taxable-wages(ws-month-idx) to ws-emp-wages
           end-perform.
           if ws-emp-wages > 0
               add ws-emp-wages to ws-ledger-wages
               move jw-employee-id to ws-find-employee-id
               perform find-employee-entry
               if not emp-found
                   if ws-emp-count < ws-max-emp-entries
                       add 1 to ws-emp-count
                       move ws-emp-count to ws-emp-idx
                       move jw-employee-id
                           to qe-employee-id(ws-emp-idx)
                       move zeros to qe-wages(ws-emp-idx)
                       move zeros to qe-ot-premium(ws-emp-idx)
                       set emp-found to true
                   else
                       set emp-table-full to true
                   end-if
               end-if
               if emp-found
                   add ws-emp-wages to qe-wages(ws-emp-idx)
               end-if
           end-if.

       find-employee-entry.
           move 'N' to ws-emp-found.
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-emp-count
                   or emp-found
               if qe-employee-id(ws-emp-idx) = ws-find-employee-id
                   set emp-found to true
               end-if
           end-perform.
           if emp-found
               subtract 1 from ws-emp-idx
           end-if.

      * overtime premium kept for feeds dated in the quarter -
      * an employee with overtime but no ledger wages in the
      * quarter is counted and left out.
       load-overtime-premiums.
           if otprem-open
               move 'N' to ws-eof-flag
               move low-values to otp-key
               start overtime-premium-file key is not less than
                   otp-key
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read overtime-premium-file next record
                       at end
                           set eof to true
                       not at end
                           perform take-overtime-premium
                   end-read
               end-perform
           end-if.
           if ws-unmatched-ot-count > 0
               display "WARNING: " ws-unmatched-ot-count
                   " overtime premium rows with no quarter wages "
                   "- left out."
           end-if.

       take-overtime-premium.
           move otp-feed-date(5:2) to ws-feed-month.
           if otp-feed-date(1:4) = ws-return-year
               and ws-feed-month not < ws-first-month
               and ws-feed-month not > ws-last-month
               move otp-employee-id to ws-find-employee-id
               perform find-employee-entry
               if emp-found
                   add otp-premium to qe-ot-premium(ws-emp-idx)
               else
                   add 1 to ws-unmatched-ot-count
               end-if
           end-if.

      *****************************************************
      * one employee's wages over the splits - each split
      * takes its rounded share of the wages and of the
      * overtime premium, the last split the remainder, so
      * the pieces always re-add to the employee's wages.
      *****************************************************
       report-one-employee.
           perform look-up-employee.
           perform look-up-override.
           perform collect-allocation-splits.
           if ws-alloc-count = 0
               or ws-alloc-percent-total not = 100
               if ws-alloc-count > 0
                   display "WARNING: allocation splits for "
                       qe-employee-id(ws-emp-idx)
                       " total " ws-alloc-percent-total
                       " percent - reported on PERSON-DEPT."
               end-if
               move 1 to ws-alloc-count
               move ws-emp-dept to als-dept(1)
               move 100 to als-percent(1)
           end-if.
           move qe-wages(ws-emp-idx) to ws-wages-remaining.
           move qe-ot-premium(ws-emp-idx) to ws-ot-remaining.
           perform report-one-split
               varying ws-alloc-idx from 1 by 1
               until ws-alloc-idx > ws-alloc-count.

       look-up-employee.
           move qe-employee-id(ws-emp-idx)
               to employee-id of person-record.
           move "** NOT ON PERSON FILE **" to ws-emp-name.
           move spaces to ws-emp-dept.
           move '01' to ws-emp-company.
           read person-file
               invalid key
                   continue
               not invalid key
                   move person-name to ws-emp-name
                   move person-dept to ws-emp-dept
                   if person-company not = spaces
                       move person-company to ws-emp-company
                   end-if
           end-read.

       look-up-override.
           move spaces to ws-override-class.
           if override-open
               move qe-employee-id(ws-emp-idx) to wco-employee-id
               read wc-override-file
                   invalid key
                       continue
                   not invalid key
                       move wco-class-code to ws-override-class
               end-read
           end-if.

       collect-allocation-splits.
           move zeros to ws-alloc-count.
           move zeros to ws-alloc-percent-total.
           if allocmast-open
               move 'N' to ws-alloc-eof-flag
               move qe-employee-id(ws-emp-idx) to alc-employee-id
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
                           if alc-employee-id not =
                               qe-employee-id(ws-emp-idx)
                               set alloc-eof to true
                           else
                               perform take-allocation-split
                           end-if
                   end-read
               end-perform
           end-if.

       take-allocation-split.
           if ws-alloc-count < 10
               add 1 to ws-alloc-count
               move alc-dept to als-dept(ws-alloc-count)
               move alc-percent to als-percent(ws-alloc-count)
               add alc-percent to ws-alloc-percent-total
           else
               display "WARNING: more than 10 allocation splits "
                   "for " alc-employee-id " - splits ignored."
               move zeros to ws-alloc-percent-total
           end-if.

       report-one-split.
           if ws-alloc-idx = ws-alloc-count
               move ws-wages-remaining to ws-split-wages
               move ws-ot-remaining to ws-split-ot
           else
               compute ws-split-wages rounded =
                   qe-wages(ws-emp-idx)
                   * als-percent(ws-alloc-idx) / 100
               compute ws-split-ot rounded =
                   qe-ot-premium(ws-emp-idx)
                   * als-percent(ws-alloc-idx) / 100
               subtract ws-split-wages from ws-wages-remaining
               if ws-split-ot > ws-ot-remaining
                   move ws-ot-remaining to ws-split-ot
               end-if
               subtract ws-split-ot from ws-ot-remaining
           end-if.
           if ws-override-class not = spaces
               move ws-override-class to ws-split-class
           else
               perform look-up-dept-class
           end-if.
           move ws-split-class to ws-find-class.
           perform find-class-entry.
           if ct-ot-excluded(ws-class-idx) = 'Y'
               move ws-split-ot to ws-split-excluded
               if ws-split-excluded > ws-split-wages
                   move ws-split-wages to ws-split-excluded
               end-if
           else
               move zeros to ws-split-excluded
           end-if.
           compute ws-split-reportable =
               ws-split-wages - ws-split-excluded.
           add 1 to ct-detail-count(ws-class-idx).
           add ws-split-wages to ct-gross(ws-class-idx)
               ws-total-gross.
           add ws-split-excluded to ct-excluded(ws-class-idx)
               ws-total-excluded.
           add ws-split-reportable to ct-reportable(ws-class-idx).
           perform add-to-company-totals.
           if ct-on-master(ws-class-idx) = 'Y'
               perform write-detail-record
           else
               perform print-unclassified-wages
           end-if.

       look-up-dept-class.
           move spaces to ws-split-class.
           move als-dept(ws-alloc-idx) to dept-master-code.
           read department-file
               invalid key
                   continue
               not invalid key
                   move dept-wc-class to ws-split-class
           end-read.

      * a code not on the master gets its own entry so the
      * report names it; code spaces is the unclassified entry.
       find-class-entry.
           move 'N' to ws-class-found.
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > ws-class-count
                   or class-found
               if ct-class-code(ws-class-idx) = ws-find-class
                   set class-found to true
               end-if
           end-perform.
           if class-found
               subtract 1 from ws-class-idx
           else
               if ws-class-count < ws-max-class-entries
                   add 1 to ws-class-count
                   move ws-find-class to ct-class-code(ws-class-count)
                   move "** NOT ON CLASS MASTER **"
                       to ct-description(ws-class-count)
                   move zeros to ct-rate(ws-class-count)
                   move 'N' to ct-ot-excluded(ws-class-count)
                   move 'N' to ct-on-master(ws-class-count)
                   perform clear-class-totals
                   move ws-class-count to ws-class-idx
               else
                   move 1 to ws-class-idx
               end-if
           end-if.

       add-to-company-totals.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
                   or company-found
               if cq-code(ws-company-idx) = ws-emp-company
                   set company-found to true
               end-if
           end-perform.
           if company-found
               subtract 1 from ws-company-idx
           else
               if ws-company-count < 10
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   move ws-emp-company to cq-code(ws-company-idx)
                   move zeros to cq-gross(ws-company-idx)
                       cq-excluded(ws-company-idx)
                       cq-reportable(ws-company-idx)
                   set company-found to true
               else
                   display "WARNING: company table full - "
                       ws-emp-company " left out of company totals."
               end-if
           end-if.
           if company-found
               add ws-split-wages to cq-gross(ws-company-idx)
               add ws-split-excluded to cq-excluded(ws-company-idx)
               add ws-split-reportable
                   to cq-reportable(ws-company-idx)
           end-if.

       write-detail-record.
           move spaces to extract-record.
           move 'D' to ex-record-type.
           move ws-split-class to ex-class-code.
           move qe-employee-id(ws-emp-idx) to ex-employee-id.
           move ws-emp-name to ex-employee-name.
           move als-dept(ws-alloc-idx) to ex-dept.
           move ws-emp-company to ex-company.
           move ws-split-wages to ex-gross-wages.
           move ws-split-excluded to ex-ot-excluded.
           move ws-split-reportable to ex-reportable.
           perform write-extract-record.
           add 1 to ws-extract-count.

      * unclassified wages are listed as they are met, ahead of
      * the class lines, so they can be put right before the
      * extract goes to the insurer.
       print-unclassified-wages.
           if ws-unclassified-count = 0
               perform print-report-heading
               move "Wages with no workers' comp class:"
                   to report-line
               perform write-report-line
           end-if.
           add 1 to ws-unclassified-count.
           add ws-split-wages to ws-unclassified-wages.
           move qe-employee-id(ws-emp-idx) to dl-unc-employee-id.
           move als-dept(ws-alloc-idx) to dl-unc-dept.
           move ws-split-class to dl-unc-class.
           move ws-split-wages to dl-unc-wages.
           if ws-split-class = spaces
               move "department not classified"
                   to dl-unc-reason
           else
               move "class not on class master"
                   to dl-unc-reason
           end-if.
           move dl-unclassified-line to report-line.
           perform write-report-line.
           if return-code < 4
               move 4 to return-code
           end-if.

       price-classes.
           if ct-on-master(ws-class-idx) = 'Y'
               compute ct-premium(ws-class-idx) rounded =
                   ct-reportable(ws-class-idx)
                   * ct-rate(ws-class-idx) / 100
               add ct-reportable(ws-class-idx)
                   to ws-total-reportable
               add ct-premium(ws-class-idx) to ws-total-premium
           end-if.

       write-class-records.
           if ct-on-master(ws-class-idx) = 'Y'
               and ct-detail-count(ws-class-idx) > 0
               move spaces to extract-record
               move 'C' to ex-record-type
               move ct-class-code(ws-class-idx)
                   to ex-class-total-code
               move ct-description(ws-class-idx)
                   to ex-class-description
               move ct-rate(ws-class-idx) to ex-class-rate
               move ct-detail-count(ws-class-idx) to ex-class-count
               move ct-reportable(ws-class-idx)
                   to ex-class-reportable
               move ct-premium(ws-class-idx) to ex-class-premium
               perform write-extract-record
               add 1 to ws-extract-class-count
           end-if.

       print-report-heading.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move ws-return-year to hl-year.
           move ws-return-quarter to hl-quarter.
           move hl-quarter-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

      *****************************************************
      * class lines (classes with no wages left off), company
      * control totals and the proof that every class piece
      * re-adds to the ledger wages the report started from.
      *****************************************************
       print-premium-report.
           if ws-unclassified-count = 0
               perform print-report-heading
           else
               move spaces to report-line
               perform write-report-line
           end-if.
           move hl-class-headers to report-line.
           perform write-report-line.
           perform print-class-line
               varying ws-class-idx from 1 by 1
               until ws-class-idx > ws-class-count.
           move spaces to report-line.
           perform write-report-line.
           move "Gross wages: " to rl-amount-label.
           move ws-total-gross to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Overtime premium excluded: " to rl-amount-label.
           move ws-total-excluded to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Reportable wages (classed): " to rl-amount-label.
           move ws-total-reportable to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Unclassified wages: " to rl-amount-label.
           move ws-unclassified-wages to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move "Estimated premium: " to rl-amount-label.
           move ws-total-premium to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-company-headers to report-line.
           perform write-report-line.
           perform print-company-line
               varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count.
           move spaces to report-line.
           perform write-report-line.
           move "Ledger wages for quarter: " to rl-amount-label.
           move ws-ledger-wages to rl-amount.
           move rl-amount-line to report-line.
           perform write-report-line.
           if ws-total-gross = ws-ledger-wages
               move "OK - class wages re-add to ledger wages"
                   to rl-verdict
           else
               move "MISMATCH - class wages do not re-add"
                   to rl-verdict
               move 8 to return-code
           end-if.
           move rl-verdict-line to report-line.
           perform write-report-line.

       print-class-line.
           if ct-detail-count(ws-class-idx) > 0
               move ct-class-code(ws-class-idx) to dl-class-code
               move ct-description(ws-class-idx) to dl-description
               move ct-rate(ws-class-idx) to dl-rate
               move ct-ot-excluded(ws-class-idx) to dl-ot-excluded
               move ct-gross(ws-class-idx) to dl-gross
               move ct-excluded(ws-class-idx) to dl-excluded
               move ct-reportable(ws-class-idx) to dl-reportable
               move ct-premium(ws-class-idx) to dl-premium
               move dl-class-line to report-line
               perform write-report-line
           end-if.

       print-company-line.
           move cq-code(ws-company-idx) to dl-company-code.
           move cq-gross(ws-company-idx) to dl-company-gross.
           move cq-excluded(ws-company-idx) to dl-company-excluded.
           move cq-reportable(ws-company-idx)
               to dl-company-reportable.
           move dl-company-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing premium report, status="
                   ws-report-status
           end-if.

       write-extract-record.
           write extract-record.
           if ws-extract-status not = '00'
               display "ERROR writing audit extract, status="
                   ws-extract-status
               move 8 to return-code
           end-if.
