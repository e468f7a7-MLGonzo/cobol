       identification division.
       program-id. compa-ratio-report.
       author Gonzo.
      * compa-ratio report - each graded employee's regular pay
      * (the approved 'R' records on the salary master) against
      * the midpoint of their salary grade's range in effect
      * today, grouped by department (PERSON-DEPT), with the
      * department's average compa-ratio. Compa-ratio is pay
      * over midpoint as a percent: 100.0 sits on the midpoint.
      * After the department pages come two lists - everyone
      * paid below their grade minimum with the shortfall, and
      * everyone above their grade maximum with the excess - so
      * "who is paid below the minimum for their grade" is a
      * report, not a research project. Terminated persons are
      * left out; employees with regular pay but no grade
      * assignment (or a grade with no range in effect) are
      * counted as ungraded in the footer. RC=4 when anyone is
      * outside their range.
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
           select grade-assignment-file assign to gradasgn
           organization is indexed
           access mode is dynamic
           record key is ga-employee-id
           file status is ws-gradasgn-status.
           select report-file assign to comprpt
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
       fd grade-assignment-file.
           copy "grade-assignment-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-salary-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-deptmast-status pic xx value '00'.
       01 ws-gradasgn-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-deptmast-open pic x value 'N'.
           88 deptmast-open value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       copy "grade-table.cpy".
       01 ws-grade-load-status pic x value 'N'.
           88 grade-table-loaded value 'Y'.
       01 ws-grade-idx pic 9(3).
       01 ws-grade-found pic x value 'N'.
           88 grade-found value 'Y'.
      * the employee in hand
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-emp-regular pic 9(8) value zeros.
      * graded employees, in salary master (employee-id) order
       01 ws-emp-count pic 9(5) value zeros.
       01 ws-emp-idx pic 9(5).
       01 employee-table.
           05 employee-entry occurs 5000 times.
               10 et-employee-id pic x(6).
               10 et-name pic x(20).
               10 et-dept pic x(4).
               10 et-grade pic x(4).
               10 et-salary pic 9(8).
               10 et-minimum pic 9(6).
               10 et-midpoint pic 9(6).
               10 et-maximum pic 9(6).
               10 et-compa pic 999v9.
      * departments met, put in code order for the report
       01 ws-dept-count pic 9(3) value zeros.
       01 ws-dept-idx pic 9(3).
       01 ws-dept-found pic x value 'N'.
           88 dept-found value 'Y'.
       01 dept-table.
           05 dept-code occurs 100 times pic x(4).
       01 ws-dept-swap pic x(4).
       01 ws-sort-done pic x value 'N'.
           88 sort-done value 'Y'.
       01 ws-dept-emp-count pic 9(5).
       01 ws-dept-compa-total pic 9(8)v9.
       01 ws-average-compa pic 999v9.
      * totals
       01 ws-ungraded-count pic 9(5) value zeros.
       01 ws-below-count pic 9(5) value zeros.
       01 ws-above-count pic 9(5) value zeros.
       01 ws-compa-total pic 9(9)v9 value zeros.
       01 ws-gap-amount pic 9(8).

       01 hl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(40)
               value 'SALARY GRADE COMPA-RATIO REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-dept-line.
           05 filler pic x(11) value 'Department '.
           05 hl-dept-code pic x(4).
           05 filler pic x(2) value spaces.
           05 hl-dept-name pic x(20).
       01 hl-detail-headers.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(6) value 'Grade'.
           05 filler pic x(10) value '    Salary'.
           05 filler pic x(10) value '  Midpoint'.
           05 filler pic x(8) value '   Compa'.
       01 dl-detail-line.
           05 dl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-name pic x(20).
           05 filler pic x(1) value spaces.
           05 dl-grade pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-salary pic z(7)9.
           05 filler pic x(2) value spaces.
           05 dl-midpoint pic z(7)9.
           05 filler pic x(2) value spaces.
           05 dl-compa pic zz9.9.
           05 filler pic x(2) value spaces.
           05 dl-flag pic x(9).
       01 dl-dept-total-line.
           05 filler pic x(8) value spaces.
           05 filler pic x(12) value 'Employees: '.
           05 dl-dept-count pic zzzz9.
           05 filler pic x(24) value '   Average compa-ratio: '.
           05 dl-dept-average pic zz9.9.
       01 hl-list-title.
           05 hl-list-name pic x(40).
       01 hl-list-headers.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(6) value 'Grade'.
           05 filler pic x(10) value '    Salary'.
           05 hl-list-limit pic x(10).
           05 hl-list-gap pic x(10).
       01 ll-list-line.
           05 ll-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 ll-name pic x(20).
           05 filler pic x(1) value spaces.
           05 ll-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 ll-grade pic x(4).
           05 filler pic x(2) value spaces.
           05 ll-salary pic z(7)9.
           05 filler pic x(2) value spaces.
           05 ll-limit pic z(7)9.
           05 filler pic x(2) value spaces.
           05 ll-gap pic z(7)9.
       01 tl-total-line.
           05 tl-label pic x(30).
           05 tl-count pic zzzz9.
       01 tl-compa-line.
           05 filler pic x(30) value 'Overall average compa-ratio'.
           05 tl-compa pic zz9.9.
       procedure division.
       aa-start.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           call "load-grade-table" using ws-run-date-n,
               grade-table, ws-grade-load-status.
           if not grade-table-loaded
               display "Salary grades could not be loaded - no "
                   "compa-ratio report."
               move 8 to return-code
               go to zz-end
           end-if.
           open input grade-assignment-file.
           if ws-gradasgn-status not = '00'
               display "ERROR opening grade assignment master, "
                   "status=" ws-gradasgn-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person master, status="
                   ws-person-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input salary-file.
           if ws-salary-status not = '00'
               display "ERROR opening salary file, status="
                   ws-salary-status
               move 8 to return-code
               go to zz-end
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
               perform take-one-employee
               move employee-id of salary-record
                   to ws-current-employee-id
           end-if.
           if record-type = 'R' and approval-approved
               add salary to ws-emp-regular
           end-if.
           go to bb-read.
       cc-end.
           perform take-one-employee.
           close salary-file.
           close person-file.
           close grade-assignment-file.
           perform sort-dept-table.
           perform print-compa-report.
           if ws-below-count > 0 or ws-above-count > 0
               if return-code = 0
                   move 4 to return-code
               end-if
           end-if.
       zz-end.
           stop run.

      *****************************************************
      * one employee's regular pay against their grade
      *****************************************************
       take-one-employee.
           if ws-current-employee-id not = spaces
               and ws-emp-regular > 0
               move ws-current-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       move spaces to person-name
                       move spaces to person-dept
                       move 'A' to person-status
               end-read
               if not person-terminated
                   perform grade-one-employee
               end-if
           end-if.
           move zeros to ws-emp-regular.

       grade-one-employee.
           move 'N' to ws-grade-found.
           move ws-current-employee-id to ga-employee-id.
           read grade-assignment-file
               invalid key
                   continue
               not invalid key
                   perform varying ws-grade-idx from 1 by 1
                       until grade-found
                       or ws-grade-idx > gt-grade-count
                       if gt-grade-code(ws-grade-idx)
                           = ga-grade-code
                           set grade-found to true
                       end-if
                   end-perform
           end-read.
           if not grade-found
               add 1 to ws-ungraded-count
           else
               subtract 1 from ws-grade-idx
               if ws-emp-count < 5000
                   add 1 to ws-emp-count
                   move ws-emp-count to ws-emp-idx
                   move ws-current-employee-id
                       to et-employee-id(ws-emp-idx)
                   move person-name to et-name(ws-emp-idx)
                   move person-dept to et-dept(ws-emp-idx)
                   move ga-grade-code to et-grade(ws-emp-idx)
                   move ws-emp-regular to et-salary(ws-emp-idx)
                   move gt-minimum(ws-grade-idx)
                       to et-minimum(ws-emp-idx)
                   move gt-midpoint(ws-grade-idx)
                       to et-midpoint(ws-emp-idx)
                   move gt-maximum(ws-grade-idx)
                       to et-maximum(ws-emp-idx)
                   compute et-compa(ws-emp-idx) rounded =
                       ws-emp-regular * 100
                       / gt-midpoint(ws-grade-idx)
                       on size error
                           move 999.9 to et-compa(ws-emp-idx)
                   end-compute
                   add et-compa(ws-emp-idx) to ws-compa-total
                   if ws-emp-regular < gt-minimum(ws-grade-idx)
                       add 1 to ws-below-count
                   end-if
                   if ws-emp-regular > gt-maximum(ws-grade-idx)
                       add 1 to ws-above-count
                   end-if
                   perform note-department
               else
                   display "WARNING: employee table full - "
                       ws-current-employee-id " not reported."
               end-if
           end-if.

       note-department.
           move 'N' to ws-dept-found.
           perform varying ws-dept-idx from 1 by 1
               until dept-found or ws-dept-idx > ws-dept-count
               if dept-code(ws-dept-idx) = person-dept
                   set dept-found to true
               end-if
           end-perform.
           if not dept-found and ws-dept-count < 100
               add 1 to ws-dept-count
               move person-dept to dept-code(ws-dept-count)
           end-if.

       sort-dept-table.
           move 'N' to ws-sort-done.
           perform until sort-done
               set sort-done to true
               perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx >= ws-dept-count
                   if dept-code(ws-dept-idx)
                       > dept-code(ws-dept-idx + 1)
                       move dept-code(ws-dept-idx) to ws-dept-swap
                       move dept-code(ws-dept-idx + 1)
                           to dept-code(ws-dept-idx)
                       move ws-dept-swap
                           to dept-code(ws-dept-idx + 1)
                       move 'N' to ws-sort-done
                   end-if
               end-perform
           end-perform.

      *****************************************************
      * department pages, then the below-minimum and
      * above-maximum lists, then the footer
      *****************************************************
       print-compa-report.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening compa-ratio report, status="
                   ws-report-status
               move 8 to return-code
           else
               move hl-title to report-line
               perform write-report-line
               move ws-run-date-display to hl-date-value
               move hl-run-date to report-line
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
               move "EMPLOYEES BELOW GRADE MINIMUM" to hl-list-name
               move '   Minimum' to hl-list-limit
               move ' Shortfall' to hl-list-gap
               perform print-list-headers
               perform print-below-minimum
                   varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-emp-count
               move "EMPLOYEES ABOVE GRADE MAXIMUM" to hl-list-name
               move '   Maximum' to hl-list-limit
               move '    Excess' to hl-list-gap
               perform print-list-headers
               perform print-above-maximum
                   varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-emp-count
               perform print-report-footer
               close report-file
           end-if.
           display "Compa-ratio: " ws-emp-count " graded, "
               ws-below-count " below minimum, " ws-above-count
               " above maximum, " ws-ungraded-count " ungraded.".

       print-one-department.
           move spaces to report-line.
           perform write-report-line.
           move dept-code(ws-dept-idx) to hl-dept-code.
           move spaces to hl-dept-name.
           if deptmast-open
               move dept-code(ws-dept-idx) to dept-master-code
               read department-file
                   invalid key
                       continue
                   not invalid key
                       move dept-master-name to hl-dept-name
               end-read
           end-if.
           move hl-dept-line to report-line.
           perform write-report-line.
           move hl-detail-headers to report-line.
           perform write-report-line.
           move zeros to ws-dept-emp-count.
           move zeros to ws-dept-compa-total.
           perform print-dept-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.
           move ws-dept-emp-count to dl-dept-count.
           if ws-dept-emp-count > 0
               compute ws-average-compa rounded =
                   ws-dept-compa-total / ws-dept-emp-count
           else
               move zeros to ws-average-compa
           end-if.
           move ws-average-compa to dl-dept-average.
           move dl-dept-total-line to report-line.
           perform write-report-line.

       print-dept-employee.
           if et-dept(ws-emp-idx) = dept-code(ws-dept-idx)
               add 1 to ws-dept-emp-count
               add et-compa(ws-emp-idx) to ws-dept-compa-total
               move et-employee-id(ws-emp-idx) to dl-employee-id
               move et-name(ws-emp-idx) to dl-name
               move et-grade(ws-emp-idx) to dl-grade
               move et-salary(ws-emp-idx) to dl-salary
               move et-midpoint(ws-emp-idx) to dl-midpoint
               move et-compa(ws-emp-idx) to dl-compa
               evaluate true
                   when et-salary(ws-emp-idx)
                       < et-minimum(ws-emp-idx)
                       move "BELOW MIN" to dl-flag
                   when et-salary(ws-emp-idx)
                       > et-maximum(ws-emp-idx)
                       move "ABOVE MAX" to dl-flag
                   when other
                       move spaces to dl-flag
               end-evaluate
               move dl-detail-line to report-line
               perform write-report-line
           end-if.

       print-list-headers.
           move spaces to report-line.
           perform write-report-line.
           move hl-list-title to report-line.
           perform write-report-line.
           move hl-list-headers to report-line.
           perform write-report-line.

       print-below-minimum.
           if et-salary(ws-emp-idx) < et-minimum(ws-emp-idx)
               compute ws-gap-amount =
                   et-minimum(ws-emp-idx) - et-salary(ws-emp-idx)
               move et-minimum(ws-emp-idx) to ll-limit
               perform print-list-line
           end-if.

       print-above-maximum.
           if et-salary(ws-emp-idx) > et-maximum(ws-emp-idx)
               compute ws-gap-amount =
                   et-salary(ws-emp-idx) - et-maximum(ws-emp-idx)
               move et-maximum(ws-emp-idx) to ll-limit
               perform print-list-line
           end-if.

       print-list-line.
           move et-employee-id(ws-emp-idx) to ll-employee-id.
           move et-name(ws-emp-idx) to ll-name.
           move et-dept(ws-emp-idx) to ll-dept.
           move et-grade(ws-emp-idx) to ll-grade.
           move et-salary(ws-emp-idx) to ll-salary.
           move ws-gap-amount to ll-gap.
           move ll-list-line to report-line.
           perform write-report-line.

       print-report-footer.
           move spaces to report-line.
           perform write-report-line.
           move "Graded employees" to tl-label.
           move ws-emp-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Below grade minimum" to tl-label.
           move ws-below-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Above grade maximum" to tl-label.
           move ws-above-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Ungraded (paid, no grade)" to tl-label.
           move ws-ungraded-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           if ws-emp-count > 0
               compute ws-average-compa rounded =
                   ws-compa-total / ws-emp-count
           else
               move zeros to ws-average-compa
           end-if.
           move ws-average-compa to tl-compa.
           move tl-compa-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing compa-ratio report, status="
                   ws-report-status
           end-if.
