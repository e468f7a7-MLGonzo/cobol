       identification division.
       program-id. leave-liability.
       author Gonzo.
      * month-end accrued leave liability. Every employee's paid
      * leave balance on the leave master is valued the way the
      * leave step costs a day off - eight hours at the hourly
      * rate:
      *   - hourly staff at PR-HOURLY-RATE off the pay rate
      *     master;
      *   - salaried staff (no pay rate row) at a rate derived
      *     from the salary master: the approved 'R' records
      *     for one pay period divided by the standard hours in
      *     a pay period (SYSIN card 1, zeros take 173).
      * Terminated persons are left out - their leave is
      * settled on the final pay. A negative balance (leave
      * taken ahead of accrual) is valued at zero and counted.
      * An employee with neither a pay rate nor an approved
      * regular salary cannot be valued and is listed as an
      * exception (RC=4) so the liability is not understated
      * without anyone knowing.
      * Each employee's days and value are rolled up by
      * department exactly as the salary run's departmental
      * rollup does - over the allocation splits when they total
      * 100 (the last split taking the rounding remainder),
      * otherwise to PERSON-DEPT - and the report shows each
      * department's liability now, at the last month end and
      * the change.
      * The value is also rolled up by company - the person's
      * company (blank is '01'), whatever departments the
      * splits spread it over, as the salary run books pay.
      * The month's figures are appended to the liability
      * history (llhist) for next month's comparison, and a
      * balanced GL entry is written in the salary run's GL
      * posting layout, one block per company with the company
      * code on every line: the company's share of last
      * month's accrual reversed (DR LEAVELIB / CR LEAVEEXP)
      * and its share of this month's booked (DR LEAVEEXP / CR
      * LEAVELIB), then the count/debit/credit trailer for the
      * whole entry. Neither is written if the run hits an
      * error.
       environment division.
       input-output section.
       file-control.
           select leave-file assign to leavemst
           organization is indexed
           access mode is dynamic
           record key is lv-employee-id
           file status is ws-leave-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select pay-rate-file assign to payrate
           organization is indexed
           access mode is dynamic
           record key is pr-employee-id
           file status is ws-rate-status.
           select salary-file assign to da02
           organization is indexed
           access mode is dynamic
           record key is salary-key
           file status is ws-salary-status.
           select allocation-file assign to allocmst
           organization is indexed
           access mode is dynamic
           record key is alc-key
           file status is ws-allocation-status.
           select department-file assign to deptmast
           organization is indexed
           access mode is dynamic
           record key is dept-master-code
           file status is ws-deptmast-status.
           select liability-history-file assign to llhist
           organization is line sequential
           file status is ws-history-status.
           select gl-posting-file assign to lvglpost
           organization is line sequential
           file status is ws-gl-status.
           select report-file assign to lvlibrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd leave-file.
           copy "leave-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd pay-rate-file.
           copy "pay-rate-record.cpy".
       fd salary-file.
           copy "salary-record.cpy".
       fd allocation-file.
           copy "allocation-record.cpy".
       fd department-file.
           copy "department-record.cpy".
       fd liability-history-file.
           copy "leave-liability-record.cpy".
       fd gl-posting-file.
       01 gl-posting-line pic x(35).
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-leave-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-allocation-status pic xx value '00'.
       01 ws-deptmast-status pic xx value '00'.
       01 ws-history-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-history-eof-flag pic x value 'N'.
           88 history-eof value 'Y'.
       01 ws-salary-eof-flag pic x value 'N'.
           88 salary-eof value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-rate-open pic x value 'N'.
           88 rate-open value 'Y'.
       01 ws-salary-open pic x value 'N'.
           88 salary-open value 'Y'.
       01 ws-allocmast-open pic x value 'N'.
           88 allocmast-open value 'Y'.
       01 ws-deptmast-open pic x value 'N'.
           88 deptmast-open value 'Y'.
       01 ws-standard-hours pic 9(3) value zeros.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-run-yyyymm pic 9(6).
      * last month end, from the liability history
       01 ws-prior-month pic 9(6) value zeros.
       01 ws-prior-total-days pic 9(7) value zeros.
       01 ws-prior-total-amount pic 9(11) value zeros.
      * the employee in hand
       01 ws-current-employee-id pic x(6).
       01 ws-emp-person-dept pic x(4).
       01 ws-emp-company pic x(2).
       01 ws-emp-skip pic x value 'N'.
           88 emp-skip value 'Y'.
       01 ws-emp-rate pic 9(4)v99 value zeros.
       01 ws-emp-rate-source pic x value space.
           88 rate-hourly value 'H'.
           88 rate-salaried value 'S'.
           88 rate-missing value space.
       01 ws-emp-regular pic 9(8) value zeros.
       01 ws-emp-days pic 9(3) value zeros.
       01 ws-emp-value pic 9(9) value zeros.
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
       01 ws-alloc-remaining-days pic s9(5).
       01 ws-alloc-remaining-value pic s9(9).
       01 ws-dept-post-days pic s9(5).
       01 ws-dept-post-value pic s9(9).
      * department rollup - this month and the last month end
       01 ws-work-dept pic x(4).
       01 ws-dept-found pic x value 'N'.
           88 dept-found value 'Y'.
       01 ws-dept-count pic 999 value zeros.
       01 ws-dept-idx pic 999.
       01 liability-dept-table.
           05 dept-entry occurs 100 times.
               10 ld-dept-code pic x(4).
               10 ld-days pic 9(7).
               10 ld-amount pic 9(11).
               10 ld-prior-days pic 9(7).
               10 ld-prior-amount pic 9(11).
       01 ws-dept-change pic s9(11).
      * company rollup - what each company books this month and
      * what it booked at the last month end
       01 ws-work-company pic x(2).
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-prior-company-rows pic 99 value zeros.
       01 liability-company-table.
           05 company-entry occurs 10 times.
               10 lc-company-code pic x(2).
               10 lc-days pic 9(7).
               10 lc-amount pic 9(11).
               10 lc-prior-amount pic 9(11).
       01 ws-company-sum pic 9(12).
       01 ws-prior-company-sum pic 9(12).
      * totals
       01 ws-valued-count pic 9(6) value zeros.
       01 ws-excluded-count pic 9(6) value zeros.
       01 ws-negative-count pic 9(6) value zeros.
       01 ws-exception-count pic 9(6) value zeros.
       01 ws-total-days pic 9(7) value zeros.
       01 ws-total-amount pic 9(11) value zeros.
       01 ws-total-change pic s9(11) value zeros.
      * GL posting layout - as the salary run's GL postings
       01 gl-detail-line.
           05 gl-record-type pic x.
           05 gl-account pic x(8).
           05 gl-dr-cr pic x(2).
           05 gl-amount pic 9(10).
           05 gl-line-run-date pic 9(8).
           05 gl-company pic x(2).
           05 filler pic x(4) value spaces.
       01 gl-trailer-line.
           05 gl-trailer-type pic x.
           05 gl-trailer-count pic 9(6).
           05 gl-trailer-debits pic 9(12).
           05 gl-trailer-credits pic 9(12).
           05 filler pic x(4) value spaces.
       01 ws-gl-line-count pic 9(6) value zeros.
       01 ws-gl-debit-total pic 9(12) value zeros.
       01 ws-gl-credit-total pic 9(12) value zeros.

       01 hl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(40)
               value 'MONTH-END ACCRUED LEAVE LIABILITY'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(19) value '   Standard hours: '.
           05 hl-standard-hours pic zz9.
           05 filler pic x(16) value '   Last month: '.
           05 hl-prior-month pic 9(6).
       01 hl-employee-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(8) value ' Balance'.
           05 filler pic x(10) value '      Rate'.
           05 filler pic x(3) value ' S'.
           05 filler pic x(12) value '       Value'.
       01 dl-employee-line.
           05 dl-employee-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-dept pic x(5).
           05 filler pic x(1) value space.
           05 dl-balance pic ---9.
           05 filler pic x(3) value spaces.
           05 dl-rate pic zzz9.99.
           05 filler pic x(1) value space.
           05 dl-rate-source pic x(1).
           05 filler pic x(1) value space.
           05 dl-value pic z(9)9.
           05 filler pic x(1) value space.
           05 dl-flag pic x(30).
       01 hl-dept-headers.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(8) value '    Days'.
           05 filler pic x(13) value '    Liability'.
           05 filler pic x(13) value '   Last month'.
           05 filler pic x(13) value '       Change'.
       01 dl-dept-line.
           05 dl-dept-code pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-dept-name pic x(20).
           05 filler pic x(1) value space.
           05 dl-dept-days pic zzzzzz9.
           05 filler pic x(1) value space.
           05 dl-dept-amount pic z(11)9.
           05 filler pic x(1) value space.
           05 dl-dept-prior pic z(11)9.
           05 filler pic x(1) value space.
           05 dl-dept-change pic -(11)9.
       01 tl-count-line.
           05 tl-count-label pic x(40).
           05 tl-count pic zzzzz9.
       01 tl-amount-line.
           05 tl-amount-label pic x(40).
           05 tl-amount pic -(11)9.
       01 hl-company-headers.
           05 filler pic x(10) value 'Company'.
           05 filler pic x(8) value '    Days'.
           05 filler pic x(13) value '    Liability'.
           05 filler pic x(13) value '   Last month'.
           05 filler pic x(13) value '       Change'.
       01 dl-company-line.
           05 dl-company-code pic x(2).
           05 filler pic x(9) value spaces.
           05 dl-company-days pic zzzzzz9.
           05 filler pic x(1) value space.
           05 dl-company-amount pic z(11)9.
           05 filler pic x(1) value space.
           05 dl-company-prior pic z(11)9.
           05 filler pic x(1) value space.
           05 dl-company-change pic -(11)9.
       procedure division.
       aa-start.
           display "Standard hours per pay period: "
           accept ws-standard-hours.
           if ws-standard-hours = 0
               move 173 to ws-standard-hours
           end-if.
           move function current-date(1:8) to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           compute ws-run-yyyymm = ws-run-year * 100 + ws-run-month.
           perform load-prior-liability.
           if return-code >= 8
               go to zz-end
           end-if.
           open input leave-file.
           if ws-leave-status not = '00'
               display "ERROR opening leave master, status="
                   ws-leave-status
               move 8 to return-code
               go to zz-end
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening leave liability report, "
                   "status=" ws-report-status
               move 8 to return-code
               close leave-file
               go to zz-end
           end-if.
           perform open-reference-files.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move ws-standard-hours to hl-standard-hours.
           move ws-prior-month to hl-prior-month.
           move hl-run-date to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-employee-headers to report-line.
           perform write-report-line.
           move low-values to lv-employee-id.
           start leave-file key is not less than lv-employee-id
               invalid key
                   set eof to true
           end-start.
       bb-read.
           if eof
               go to cc-end
           end-if.
           read leave-file next record
               at end
                   set eof to true
                   go to cc-end
           end-read.
           if ws-leave-status not = '00'
               display "ERROR reading leave master, status="
                   ws-leave-status
               move 8 to return-code
               go to cc-end
           end-if.
           perform value-one-employee.
           go to bb-read.
       cc-end.
           close leave-file.
           perform close-reference-files.
           perform print-department-summary.
           close report-file.
           if return-code >= 8
               display "Leave liability NOT posted - history and GL "
                   "entry not written."
               go to zz-end
           end-if.
           perform append-liability-history.
           perform write-gl-entry.
           if ws-exception-count > 0
               if return-code < 4
                   move 4 to return-code
               end-if
               display "WARNING: " ws-exception-count
                   " employees could not be valued - see report."
           end-if.
           display "Leave liability " ws-total-amount " for "
               ws-valued-count " employees, last month "
               ws-prior-total-amount ".".
       zz-end.
           stop run.

      *****************************************************
      * the latest set in the history for a month before
      * this one is last month end. A header row starts a
      * set, so a rerun's newer set replaces an older one.
      *****************************************************
       load-prior-liability.
           open input liability-history-file.
           if ws-history-status = '35'
               display "No leave liability history - first run, "
                   "nothing to reverse."
           else
               if ws-history-status not = '00'
                   display "ERROR opening leave liability history, "
                       "status=" ws-history-status
                   move 8 to return-code
               else
                   perform until history-eof
                       read liability-history-file
                           at end
                               set history-eof to true
                           not at end
                               if ll-month < ws-run-yyyymm
                                   perform take-history-row
                               end-if
                       end-read
                   end-perform
                   close liability-history-file
                   perform spread-unsplit-prior
               end-if
           end-if.

       take-history-row.
           if ll-dept = spaces and ll-company = spaces
               if ll-month >= ws-prior-month
                   move ll-month to ws-prior-month
                   move ll-days to ws-prior-total-days
                   move ll-amount to ws-prior-total-amount
                   move zeros to ws-dept-count
                   move zeros to ws-company-count
                   move zeros to ws-prior-company-rows
               end-if
           else
           if ll-dept = spaces
               if ll-month = ws-prior-month
                   move ll-company to ws-work-company
                   perform find-company-entry
                   if ws-company-idx > 0
                       move ll-amount
                           to lc-prior-amount(ws-company-idx)
                       add 1 to ws-prior-company-rows
                   end-if
               end-if
           else
               if ll-month = ws-prior-month
                   move ll-dept to ws-work-dept
                   perform find-dept-entry
                   if ws-dept-idx > 0
                       move ll-days to ld-prior-days(ws-dept-idx)
                       move ll-amount to ld-prior-amount(ws-dept-idx)
                   end-if
               end-if
           end-if
           end-if.

      * a set written before the history carried company rows
      * was booked whole to the original company - it is
      * reversed the same way.
       spread-unsplit-prior.
           if ws-prior-total-amount > 0
               and ws-prior-company-rows = 0
               move '01' to ws-work-company
               perform find-company-entry
               if ws-company-idx > 0
                   move ws-prior-total-amount
                       to lc-prior-amount(ws-company-idx)
               end-if
           end-if.

       open-reference-files.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           else
               display "ERROR opening person master, status="
                   ws-person-status
               move 8 to return-code
           end-if.
           open input pay-rate-file.
           if ws-rate-status = '00'
               set rate-open to true
           end-if.
           open input salary-file.
           if ws-salary-status = '00'
               set salary-open to true
           end-if.
           open input allocation-file.
           if ws-allocation-status = '00'
               set allocmast-open to true
           end-if.

       close-reference-files.
           if person-open
               close person-file
           end-if.
           if rate-open
               close pay-rate-file
           end-if.
           if salary-open
               close salary-file
           end-if.
           if allocmast-open
               close allocation-file
           end-if.

      *****************************************************
      * one leave master record - value it and spread it
      *****************************************************
       value-one-employee.
           move lv-employee-id to ws-current-employee-id.
           perform check-employee-status.
           if emp-skip
               add 1 to ws-excluded-count
           else
               move lv-employee-id to dl-employee-id
               move lv-balance to dl-balance
               move spaces to dl-flag
               move zeros to ws-emp-days
               move zeros to ws-emp-value
               perform find-employee-rate
               if rate-missing
                   add 1 to ws-exception-count
                   move zeros to dl-rate
                   move space to dl-rate-source
                   move "NO PAY RATE OR SALARY" to dl-flag
               else
                   move ws-emp-rate to dl-rate
                   move ws-emp-rate-source to dl-rate-source
                   if lv-balance < 0
                       add 1 to ws-negative-count
                       move "NEGATIVE BALANCE - VALUED AT 0"
                           to dl-flag
                   else
                       move lv-balance to ws-emp-days
                       compute ws-emp-value rounded =
                           ws-emp-days * 8 * ws-emp-rate
                   end-if
                   add 1 to ws-valued-count
                   add ws-emp-days to ws-total-days
                   add ws-emp-value to ws-total-amount
                   perform post-company-liability
                   perform collect-allocation-splits
                   perform post-employee-liability
               end-if
               move ws-emp-value to dl-value
               move dl-employee-line to report-line
               perform write-report-line
           end-if.

       check-employee-status.
           move 'N' to ws-emp-skip.
           move spaces to ws-emp-person-dept.
           move '01' to ws-emp-company.
           if person-open
               move ws-current-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       set emp-skip to true
                   not invalid key
                       move person-dept to ws-emp-person-dept
                       if person-company not = spaces
                           move person-company to ws-emp-company
                       end-if
                       if person-terminated
                           set emp-skip to true
                       end-if
               end-read
           else
               set emp-skip to true
           end-if.

      * hourly staff carry their rate; salaried staff get one
      * pay period's approved regular salary over the standard
      * hours in a period.
       find-employee-rate.
           move space to ws-emp-rate-source.
           move zeros to ws-emp-rate.
           if rate-open
               move ws-current-employee-id to pr-employee-id
               read pay-rate-file
                   invalid key
                       continue
                   not invalid key
                       if pr-hourly-rate > 0
                           move pr-hourly-rate to ws-emp-rate
                           set rate-hourly to true
                       end-if
               end-read
           end-if.
           if rate-missing
               perform sum-regular-salary
               if ws-emp-regular > 0
                   compute ws-emp-rate rounded =
                       ws-emp-regular / ws-standard-hours
                   set rate-salaried to true
               end-if
           end-if.

       sum-regular-salary.
           move zeros to ws-emp-regular.
           if salary-open
               move 'N' to ws-salary-eof-flag
               move ws-current-employee-id
                   to employee-id of salary-record
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
                               not = ws-current-employee-id
                               or record-type not = 'R'
                               set salary-eof to true
                           else
                               if approval-approved
                                   add salary to ws-emp-regular
                               end-if
                           end-if
                   end-read
                   if ws-salary-status not = '00'
                       and ws-salary-status not = '10'
                       display "ERROR reading salary master, "
                           "status=" ws-salary-status
                       move 8 to return-code
                       set salary-eof to true
                   end-if
               end-perform
           end-if.

      * splits totalling 100 spread the days and value, the last
      * split taking the rounding remainder; anything else
      * charges PERSON-DEPT.
       post-employee-liability.
           if ws-alloc-count > 0 and ws-alloc-percent-total = 100
               move "SPLIT" to dl-dept
               move ws-emp-days to ws-alloc-remaining-days
               move ws-emp-value to ws-alloc-remaining-value
               perform post-one-allocation
                   varying ws-alloc-idx from 1 by 1
                   until ws-alloc-idx > ws-alloc-count
           else
               move ws-emp-person-dept to dl-dept
               move ws-emp-person-dept to ws-work-dept
               move ws-emp-days to ws-dept-post-days
               move ws-emp-value to ws-dept-post-value
               perform post-to-dept-table
           end-if.

       post-one-allocation.
           if ws-alloc-idx = ws-alloc-count
               move ws-alloc-remaining-days to ws-dept-post-days
               move ws-alloc-remaining-value to ws-dept-post-value
           else
               compute ws-dept-post-days rounded =
                   ws-emp-days * als-percent(ws-alloc-idx) / 100
               compute ws-dept-post-value rounded =
                   ws-emp-value * als-percent(ws-alloc-idx) / 100
               subtract ws-dept-post-days from ws-alloc-remaining-days
               subtract ws-dept-post-value
                   from ws-alloc-remaining-value
           end-if.
           move als-dept(ws-alloc-idx) to ws-work-dept.
           perform post-to-dept-table.

       post-company-liability.
           move ws-emp-company to ws-work-company.
           perform find-company-entry.
           if ws-company-idx > 0
               add ws-emp-days to lc-days(ws-company-idx)
               add ws-emp-value to lc-amount(ws-company-idx)
           end-if.

      * more companies than the table holds cannot be booked
      * company by company - the run is refused.
       find-company-entry.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
               until company-found
                   or ws-company-idx > ws-company-count
               if lc-company-code(ws-company-idx) = ws-work-company
                   set company-found to true
               end-if
           end-perform.
           if company-found
               subtract 1 from ws-company-idx
           else
               if ws-company-count < 10
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   initialize company-entry(ws-company-idx)
                   move ws-work-company
                       to lc-company-code(ws-company-idx)
               else
                   display "ERROR: company table full - company "
                       ws-work-company " cannot be booked."
                   move 8 to return-code
                   move zeros to ws-company-idx
               end-if
           end-if.

       post-to-dept-table.
           perform find-dept-entry.
           if ws-dept-idx > 0
               add ws-dept-post-days to ld-days(ws-dept-idx)
               add ws-dept-post-value to ld-amount(ws-dept-idx)
           end-if.

       find-dept-entry.
           move 'N' to ws-dept-found.
           perform varying ws-dept-idx from 1 by 1
               until dept-found or ws-dept-idx > ws-dept-count
               if ld-dept-code(ws-dept-idx) = ws-work-dept
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
                   move ws-work-dept to ld-dept-code(ws-dept-idx)
               else
                   display "WARNING: department table full - "
                       ws-work-dept " not rolled up."
                   move zeros to ws-dept-idx
               end-if
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
      * department summary - this month against last, every
      * department in either month
      *****************************************************
       print-department-summary.
           move spaces to report-line.
           perform write-report-line.
           move hl-dept-headers to report-line.
           perform write-report-line.
           open input department-file.
           if ws-deptmast-status = '00'
               set deptmast-open to true
           end-if.
           perform print-one-department
               varying ws-dept-idx from 1 by 1
               until ws-dept-idx > ws-dept-count.
           if deptmast-open
               close department-file
           end-if.
           move spaces to report-line.
           perform write-report-line.
           move "TOTL" to dl-dept-code.
           move spaces to dl-dept-name.
           move ws-total-days to dl-dept-days.
           move ws-total-amount to dl-dept-amount.
           move ws-prior-total-amount to dl-dept-prior.
           compute ws-total-change =
               ws-total-amount - ws-prior-total-amount.
           move ws-total-change to dl-dept-change.
           move dl-dept-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-company-headers to report-line.
           perform write-report-line.
           perform print-one-company
               varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count.
           move spaces to report-line.
           perform write-report-line.
           move "Employees valued" to tl-count-label.
           move ws-valued-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Negative balances valued at zero" to tl-count-label.
           move ws-negative-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Terminated / not on person master" to tl-count-label.
           move ws-excluded-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Exceptions - no rate, not valued" to tl-count-label.
           move ws-exception-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Reversal of last month (LEAVELIB DR)"
               to tl-amount-label.
           move ws-prior-total-amount to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Accrual this month (LEAVELIB CR)" to tl-amount-label.
           move ws-total-amount to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.

       print-one-department.
           move ld-dept-code(ws-dept-idx) to dl-dept-code.
           move spaces to dl-dept-name.
           if deptmast-open
               move ld-dept-code(ws-dept-idx) to dept-master-code
               read department-file
                   invalid key
                       move "(not on dept master)" to dl-dept-name
                   not invalid key
                       move dept-master-name to dl-dept-name
               end-read
           end-if.
           move ld-days(ws-dept-idx) to dl-dept-days.
           move ld-amount(ws-dept-idx) to dl-dept-amount.
           move ld-prior-amount(ws-dept-idx) to dl-dept-prior.
           compute ws-dept-change = ld-amount(ws-dept-idx)
               - ld-prior-amount(ws-dept-idx).
           move ws-dept-change to dl-dept-change.
           move dl-dept-line to report-line.
           perform write-report-line.

       print-one-company.
           move lc-company-code(ws-company-idx) to dl-company-code.
           move lc-days(ws-company-idx) to dl-company-days.
           move lc-amount(ws-company-idx) to dl-company-amount.
           move lc-prior-amount(ws-company-idx) to dl-company-prior.
           compute ws-dept-change = lc-amount(ws-company-idx)
               - lc-prior-amount(ws-company-idx).
           move ws-dept-change to dl-company-change.
           move dl-company-line to report-line.
           perform write-report-line.

      *****************************************************
      * this month's set onto the history - header row first,
      * then the companies, then the departments
      *****************************************************
       append-liability-history.
           open extend liability-history-file.
           if ws-history-status = '35'
               open output liability-history-file
               close liability-history-file
               open extend liability-history-file
           end-if.
           if ws-history-status not = '00'
               display "ERROR opening leave liability history for "
                   "write, status=" ws-history-status
               move 8 to return-code
           else
               move ws-run-yyyymm to ll-month
               move spaces to ll-dept
               move spaces to ll-company
               move ws-total-days to ll-days
               move ws-total-amount to ll-amount
               move ws-run-date-n to ll-run-date
               perform write-history-row
               perform append-one-company
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               perform append-one-department
                   varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
               close liability-history-file
           end-if.

       append-one-company.
           if lc-days(ws-company-idx) > 0
               or lc-amount(ws-company-idx) > 0
               move ws-run-yyyymm to ll-month
               move spaces to ll-dept
               move lc-company-code(ws-company-idx) to ll-company
               move lc-days(ws-company-idx) to ll-days
               move lc-amount(ws-company-idx) to ll-amount
               move ws-run-date-n to ll-run-date
               perform write-history-row
           end-if.

       append-one-department.
           if ld-days(ws-dept-idx) > 0 or ld-amount(ws-dept-idx) > 0
               move ws-run-yyyymm to ll-month
               move ld-dept-code(ws-dept-idx) to ll-dept
               move spaces to ll-company
               move ld-days(ws-dept-idx) to ll-days
               move ld-amount(ws-dept-idx) to ll-amount
               move ws-run-date-n to ll-run-date
               perform write-history-row
           end-if.

       write-history-row.
           write leave-liability-record.
           if ws-history-status not = '00'
               display "ERROR writing leave liability history, "
                   "status=" ws-history-status
               move 8 to return-code
           end-if.

      *****************************************************
      * the GL entry - reverse last month, book this month,
      * one balanced block per company. The companies must
      * re-add to the run totals or nothing is posted.
      *****************************************************
       write-gl-entry.
           move zeros to ws-company-sum.
           move zeros to ws-prior-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add lc-amount(ws-company-idx) to ws-company-sum
               add lc-prior-amount(ws-company-idx)
                   to ws-prior-company-sum
           end-perform.
           if ws-company-sum not = ws-total-amount
               or ws-prior-company-sum not = ws-prior-total-amount
               display "LEAVE GL ENTRY REJECTED: the company totals "
                   ws-company-sum "/" ws-prior-company-sum
                   " do not re-add to the run totals "
                   ws-total-amount "/" ws-prior-total-amount "."
               move 8 to return-code
           else
           open output gl-posting-file
           if ws-gl-status not = '00'
               display "ERROR opening leave GL posting file, status="
                   ws-gl-status
               move 8 to return-code
           else
               perform write-company-gl-lines
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               move 'T' to gl-trailer-type
               move ws-gl-line-count to gl-trailer-count
               move ws-gl-debit-total to gl-trailer-debits
               move ws-gl-credit-total to gl-trailer-credits
               move gl-trailer-line to gl-posting-line
               perform write-gl-posting-line
               close gl-posting-file
               if ws-gl-debit-total not = ws-gl-credit-total
                   display "ERROR: leave GL entry out of balance, "
                       "debits=" ws-gl-debit-total
                       " credits=" ws-gl-credit-total
                   move 8 to return-code
               end-if
           end-if
           end-if.

      * the company's reversal and accrual - each pair
      * balances on its own, so the block does too.
       write-company-gl-lines.
           move lc-company-code(ws-company-idx) to gl-company.
           if lc-prior-amount(ws-company-idx) > 0
               move "LEAVELIB" to gl-account
               move "DR" to gl-dr-cr
               move lc-prior-amount(ws-company-idx) to gl-amount
               perform write-gl-detail-line
               move "LEAVEEXP" to gl-account
               move "CR" to gl-dr-cr
               move lc-prior-amount(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.
           if lc-amount(ws-company-idx) > 0
               move "LEAVEEXP" to gl-account
               move "DR" to gl-dr-cr
               move lc-amount(ws-company-idx) to gl-amount
               perform write-gl-detail-line
               move "LEAVELIB" to gl-account
               move "CR" to gl-dr-cr
               move lc-amount(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.

       write-gl-detail-line.
           move 'D' to gl-record-type.
           move ws-run-date-n to gl-line-run-date.
           if gl-dr-cr = "DR"
               add gl-amount to ws-gl-debit-total
           else
               add gl-amount to ws-gl-credit-total
           end-if.
           move gl-detail-line to gl-posting-line.
           perform write-gl-posting-line.
           add 1 to ws-gl-line-count.

       write-gl-posting-line.
           write gl-posting-line.
           if ws-gl-status not = '00'
               display "ERROR writing leave GL posting line, status="
                   ws-gl-status
               move 8 to return-code
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing leave liability report, "
                   "status=" ws-report-status
           end-if.
