       identification division.
       program-id. tax-quarter.
       author Gonzo.
      * quarterly wage and withholding return by tax jurisdiction
      * - the monthly remittance pays one company-wide amount,
      * but the quarterly returns are filed per jurisdiction, and
      * they used to be rebuilt by hand from the tax profiles and
      * old payslip runs. Rolls the quarter's three buckets on
      * the jurisdiction wage ledger up per jurisdiction (taxable
      * wages, withholding, employees paid), reconciles each
      * month to the payroll history file (wages) and the tax
      * remittance register (withholding), and prints the return
      * report. With the extract option on the filing extract is
      * written: per jurisdiction a header, one detail record per
      * employee paid in the quarter, and a trailer with the
      * employee count and wage/withholding totals.
      *
      * The extract is refused unless every month of the quarter
      * has been closed by the month-end close - an open month
      * can still take postings after the return is filed - and
      * unless the quarter's wages tie to payroll history. The
      * register's withholding is the run-level bracket figure
      * and is reported beside the per-employee figure filed, so
      * a difference prints for review without stopping the
      * return.
      *
      * The history and register are single current-year
      * records that the new year's first run starts afresh, so
      * a return for an earlier year (the fourth quarter, filed
      * in January) is reconciled against the copies the
      * year-end close kept - every prior-year generation is
      * read and the one for the return year taken.
      *
      * Filing extract record layout (40 bytes):
      *   'H' + jurisdiction x(2) + year 9(4) + quarter 9
      *       + run date 9(8)
      *   'D' + jurisdiction x(2) + employee-id x(6)
      *       + taxable wages 9(10) + tax withheld 9(10)
      *   'T' + jurisdiction x(2) + employee count 9(6)
      *       + wages total 9(12) + withholding total 9(12)
       environment division.
       input-output section.
       file-control.
           select jurisdiction-wage-file assign to jurwage
           organization is indexed
           access mode is dynamic
           record key is jw-key
           file status is ws-jurwage-status.
           select tax-remit-file assign to taxremit
           organization is sequential
           file status is ws-taxremit-status.
           select history-file assign to salhist
           organization is sequential
           file status is ws-history-status.
           select history-prior-file assign to histprir
           organization is sequential
           file status is ws-histprir-status.
           select tax-remit-prior-file assign to trprior
           organization is sequential
           file status is ws-trprior-status.
           select report-file assign to qtrrpt
           organization is line sequential
           file status is ws-report-status.
           select extract-file assign to qtrfile
           organization is line sequential
           file status is ws-extract-status.
       data division.
       file section.
       fd jurisdiction-wage-file.
           copy "jurisdiction-wage-record.cpy".
       fd tax-remit-file.
           copy "tax-remit-record.cpy".
       fd history-file.
           copy "payroll-history-record.cpy".
       fd history-prior-file.
           copy "payroll-history-record.cpy" replacing
               ==payroll-history-record== by
               ==prior-history-record==
               leading ==hist-== by ==ph-==.
       fd tax-remit-prior-file.
           copy "tax-remit-record.cpy" replacing
               ==tax-remit-record== by
               ==prior-tax-remit-record==
               leading ==tr-== by ==pt-==.
       fd report-file.
       01 report-line pic x(80).
       fd extract-file.
       01 extract-record.
           05 ex-record-type pic x.
           05 ex-jurisdiction pic x(2).
           05 ex-data pic x(37).
       01 extract-header-record redefines extract-record.
           05 filler pic x(3).
           05 ex-header-year pic 9(4).
           05 ex-header-quarter pic 9.
           05 ex-run-date pic 9(8).
           05 filler pic x(24).
       01 extract-detail-record redefines extract-record.
           05 filler pic x(3).
           05 ex-employee-id pic x(6).
           05 ex-taxable-wages pic 9(10).
           05 ex-tax-withheld pic 9(10).
           05 filler pic x(11).
       01 extract-trailer-record redefines extract-record.
           05 filler pic x(3).
           05 ex-trailer-count pic 9(6).
           05 ex-trailer-wages pic 9(12).
           05 ex-trailer-tax pic 9(12).
           05 filler pic x(7).
       working-storage section.
       01 ws-jurwage-status pic xx value '00'.
       01 ws-taxremit-status pic xx value '00'.
       01 ws-history-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-extract-status pic xx value '00'.
       01 ws-histprir-status pic xx value '00'.
       01 ws-trprior-status pic xx value '00'.
       01 ws-return-year pic 9(4) value zeros.
       01 ws-return-quarter pic 9 value zero.
       01 ws-extract-option pic x value 'N'.
       01 ws-first-month pic 99 value zeros.
       01 ws-month-idx pic 99.
       01 ws-qm-idx pic 9.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
           copy "tax-remit-record.cpy" replacing
               ==tax-remit-record== by
               ==ws-taxremit-work-record==
               leading ==tr-== by ==ws-tr-==.
           copy "payroll-history-record.cpy" replacing
               ==payroll-history-record== by
               ==ws-history-work-record==
               leading ==hist-== by ==ws-hist-==.
       01 ws-history-loaded pic x value 'N'.
           88 history-loaded value 'Y'.
       01 ws-taxremit-loaded pic x value 'N'.
           88 taxremit-loaded value 'Y'.
       01 ws-months-closed pic x value 'Y'.
           88 all-months-closed value 'Y'.
       01 ws-wages-tie pic x value 'Y'.
           88 wages-tie value 'Y'.
       01 ws-tax-ties pic x value 'Y'.
           88 tax-ties value 'Y'.
      * the quarter's employee figures for the record in hand
       01 ws-emp-qtr-wages pic 9(12) value zeros.
       01 ws-emp-qtr-tax pic 9(12) value zeros.
      * one entry per jurisdiction on the ledger for the year
       01 ws-jur-count pic 99 value zeros.
       01 ws-jur-idx pic 99.
       01 ws-find-jurisdiction pic x(2) value spaces.
       01 ws-jur-found pic x value 'N'.
           88 jur-found value 'Y'.
       01 jurisdiction-table.
           05 jurisdiction-entry occurs 50 times.
               10 jt-jurisdiction pic x(2).
               10 jt-employee-count pic 9(6).
               10 jt-wages pic 9(12).
               10 jt-tax pic 9(12).
      * the three months, ledger against history and register
       01 quarter-month-table.
           05 quarter-month-entry occurs 3 times.
               10 qm-month pic 99.
               10 qm-ledger-wages pic 9(12).
               10 qm-ledger-tax pic 9(12).
               10 qm-history-wages pic 9(12).
               10 qm-register-tax pic 9(12).
               10 qm-closed pic x.
       01 ws-total-employees pic 9(6) value zeros.
       01 ws-total-wages pic 9(12) value zeros.
       01 ws-total-tax pic 9(12) value zeros.
       01 ws-difference pic s9(12) value zeros.
       01 ws-extract-count pic 9(6) value zeros.
       01 ws-extract-jurisdiction pic x(2) value spaces.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'QUARTERLY WAGE AND WITHHOLDING RETURN'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-quarter-line.
           05 filler pic x(6) value 'Year: '.
           05 hl-year pic 9(4).
           05 filler pic x(12) value '   Quarter: '.
           05 hl-quarter pic 9.
       01 hl-jur-headers.
           05 filler pic x(8) value 'Juris'.
           05 filler pic x(9) value 'Employees'.
           05 filler pic x(14) value ' Taxable wages'.
           05 filler pic x(14) value '  Tax withheld'.
       01 dl-jur-line.
           05 dl-jurisdiction pic x(9).
           05 filler pic x(2) value spaces.
           05 dl-employees pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 dl-wages pic z(11)9.
           05 filler pic x(2) value spaces.
           05 dl-tax pic z(11)9.
       01 hl-month-headers.
           05 filler pic x(7) value 'Month'.
           05 filler pic x(13) value ' Ledger wages'.
           05 filler pic x(13) value '  Hist wages'.
           05 filler pic x(13) value '  Ledger tax'.
           05 filler pic x(13) value '   Reg. tax'.
           05 filler pic x(8) value ' Status'.
       01 dl-month-line.
           05 dl-month pic z9.
           05 filler pic x(3) value spaces.
           05 dl-ledger-wages pic z(11)9.
           05 filler pic x(1) value spaces.
           05 dl-history-wages pic z(11)9.
           05 filler pic x(1) value spaces.
           05 dl-ledger-tax pic z(11)9.
           05 filler pic x(1) value spaces.
           05 dl-register-tax pic z(11)9.
           05 filler pic x(2) value spaces.
           05 dl-month-status pic x(6).
       01 rl-recon-line.
           05 rl-recon-label pic x(30).
           05 rl-recon-amount pic -(11)9.
       01 rl-verdict-line.
           05 filler pic x(10) value 'Return: '.
           05 rl-verdict pic x(60).
       procedure division.
       aa-start.
           display "Return year (YYYY): "
           accept ws-return-year.
           display "Quarter (1-4): "
           accept ws-return-quarter.
           if ws-return-quarter < 1 or ws-return-quarter > 4
               display "Quarter must be 1-4 - run again."
               move 8 to return-code
               go to zz-end
           end-if.
           display "Write filing extract (Y/N): "
           accept ws-extract-option.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           compute ws-first-month = (ws-return-quarter - 1) * 3 + 1.
           perform read-payroll-history.
           perform read-tax-remit-register.
           perform init-quarter-month
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.
           perform roll-up-jurisdictions.
           if return-code not = 0
               go to zz-end
           end-if.
           perform reconcile-quarter.
           perform print-return-report.
           if ws-extract-option = 'Y'
               or ws-extract-option = 'y'
               if not all-months-closed
                   display "Extract NOT written - a month of the "
                       "quarter is not closed by month-end close."
                   move 8 to return-code
               else
                   if not wages-tie
                       display "Extract NOT written - quarter "
                           "wages do not tie to payroll history."
                       move 8 to return-code
                   else
                       perform write-filing-extract
                   end-if
               end-if
           end-if.
       zz-end.
           stop run.

       read-payroll-history.
           move spaces to ws-history-work-record.
           open input history-file.
           if ws-history-status = '35'
               display "No payroll history file - quarter cannot "
                   "be reconciled."
           else
               if ws-history-status not = '00'
                   display "ERROR opening history file, status="
                       ws-history-status
               else
                   read history-file
                       not at end
                           move payroll-history-record
                               to ws-history-work-record
                           if ws-hist-year = ws-return-year
                               set history-loaded to true
                           end-if
                   end-read
                   close history-file
               end-if
           end-if.
           if not history-loaded
               perform read-prior-year-history
           end-if.
           if not history-loaded
               display "Payroll history does not cover "
                   ws-return-year " - quarter cannot be "
                   "reconciled."
           end-if.

       read-tax-remit-register.
           move spaces to ws-taxremit-work-record.
           open input tax-remit-file.
           if ws-taxremit-status = '35'
               display "No tax remittance register file."
           else
               if ws-taxremit-status not = '00'
                   display "ERROR opening tax remit register, "
                       "status=" ws-taxremit-status
               else
                   read tax-remit-file
                       not at end
                           move tax-remit-record
                               to ws-taxremit-work-record
                           if ws-tr-year = ws-return-year
                               set taxremit-loaded to true
                           end-if
                   end-read
                   close tax-remit-file
               end-if
           end-if.
           if not taxremit-loaded
               perform read-prior-year-register
           end-if.

      * the year-end close's copy of a closed year's history -
      * the live record has moved on to the new year.
       read-prior-year-history.
           open input history-prior-file.
           if ws-histprir-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read history-prior-file
                       at end
                           set eof to true
                       not at end
                           if ph-year = ws-return-year
                               move prior-history-record
                                   to ws-history-work-record
                               set history-loaded to true
                           end-if
                   end-read
               end-perform
               close history-prior-file
               if history-loaded
                   display "Payroll history for " ws-return-year
                       " read from the year-end copy."
               end-if
           end-if.

       read-prior-year-register.
           open input tax-remit-prior-file.
           if ws-trprior-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read tax-remit-prior-file
                       at end
                           set eof to true
                       not at end
                           if pt-year = ws-return-year
                               move prior-tax-remit-record
                                   to ws-taxremit-work-record
                               set taxremit-loaded to true
                           end-if
                   end-read
               end-perform
               close tax-remit-prior-file
               if taxremit-loaded
                   display "Tax remittance register for "
                       ws-return-year " read from the year-end "
                       "copy."
               end-if
           end-if.

      * a month counts as closed only when the history on file
      * is the return year's and the close has locked it.
       init-quarter-month.
           compute qm-month(ws-qm-idx) =
               ws-first-month + ws-qm-idx - 1.
           move qm-month(ws-qm-idx) to ws-month-idx.
           move zeros to qm-ledger-wages(ws-qm-idx).
           move zeros to qm-ledger-tax(ws-qm-idx).
           move zeros to qm-history-wages(ws-qm-idx).
           move zeros to qm-register-tax(ws-qm-idx).
           move 'N' to qm-closed(ws-qm-idx).
           if history-loaded
               compute qm-history-wages(ws-qm-idx) =
                   ws-hist-regular(ws-month-idx)
                   + ws-hist-bonus(ws-month-idx)
               if ws-hist-closed-flag(ws-month-idx) = 'C'
                   move 'Y' to qm-closed(ws-qm-idx)
               end-if
           end-if.
           if taxremit-loaded
               move ws-tr-month-tax(ws-month-idx)
                   to qm-register-tax(ws-qm-idx)
           end-if.
           if qm-closed(ws-qm-idx) not = 'Y'
               move 'N' to ws-months-closed
           end-if.

      * the ledger is keyed year + jurisdiction + employee, so
      * one pass from the start of the year brings every
      * jurisdiction's employees together.
       roll-up-jurisdictions.
           open input jurisdiction-wage-file.
           if ws-jurwage-status = '35'
               display "No jurisdiction wage ledger - nothing "
                   "posted for " ws-return-year "."
           else
               if ws-jurwage-status not = '00'
                   display "ERROR opening jurisdiction wage "
                       "ledger, status=" ws-jurwage-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   move ws-return-year to jw-year
                   move low-values to jw-jurisdiction
                   move low-values to jw-employee-id
                   start jurisdiction-wage-file key is not less
                       than jw-key
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read jurisdiction-wage-file next record
                           at end
                               set eof to true
                           not at end
                               if jw-year not = ws-return-year
                                   set eof to true
                               else
                                   perform take-ledger-record
                               end-if
                       end-read
                       if ws-jurwage-status not = '00'
                           and ws-jurwage-status not = '10'
                           display "ERROR reading jurisdiction "
                               "wage ledger, status="
                               ws-jurwage-status
                           move 8 to return-code
                           set eof to true
                       end-if
                   end-perform
                   close jurisdiction-wage-file
               end-if
           end-if.

       take-ledger-record.
           perform sum-employee-quarter.
           if ws-emp-qtr-wages > 0 or ws-emp-qtr-tax > 0
               move jw-jurisdiction to ws-find-jurisdiction
               move 'N' to ws-jur-found
               perform find-jurisdiction
                   varying ws-jur-idx from 1 by 1
                   until ws-jur-idx > ws-jur-count
                       or jur-found
               if jur-found
                   subtract 1 from ws-jur-idx
               else
                   if ws-jur-count < 50
                       add 1 to ws-jur-count
                       move ws-jur-count to ws-jur-idx
                       move jw-jurisdiction
                           to jt-jurisdiction(ws-jur-idx)
                       move zeros to jt-employee-count(ws-jur-idx)
                       move zeros to jt-wages(ws-jur-idx)
                       move zeros to jt-tax(ws-jur-idx)
                       set jur-found to true
                   else
                       display "ERROR: more than 50 "
                           "jurisdictions on the ledger."
                       move 8 to return-code
                   end-if
               end-if
               if jur-found
                   add 1 to jt-employee-count(ws-jur-idx)
                   add ws-emp-qtr-wages to jt-wages(ws-jur-idx)
                   add ws-emp-qtr-tax to jt-tax(ws-jur-idx)
                   add 1 to ws-total-employees
                   add ws-emp-qtr-wages to ws-total-wages
                   add ws-emp-qtr-tax to ws-total-tax
               end-if
           end-if.

       sum-employee-quarter.
           move zeros to ws-emp-qtr-wages.
           move zeros to ws-emp-qtr-tax.
           perform sum-one-ledger-month
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.

       sum-one-ledger-month.
           move qm-month(ws-qm-idx) to ws-month-idx.
           add jw-taxable-wages(ws-month-idx) to ws-emp-qtr-wages.
           add jw-tax-withheld(ws-month-idx) to ws-emp-qtr-tax.
           add jw-taxable-wages(ws-month-idx)
               to qm-ledger-wages(ws-qm-idx).
           add jw-tax-withheld(ws-month-idx)
               to qm-ledger-tax(ws-qm-idx).

       find-jurisdiction.
           if jt-jurisdiction(ws-jur-idx) = ws-find-jurisdiction
               set jur-found to true
           end-if.

       reconcile-quarter.
           if not history-loaded
               move 'N' to ws-wages-tie
           end-if.
           if not taxremit-loaded
               move 'N' to ws-tax-ties
           end-if.
           perform reconcile-one-month
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.

       reconcile-one-month.
           if qm-ledger-wages(ws-qm-idx)
               not = qm-history-wages(ws-qm-idx)
               move 'N' to ws-wages-tie
           end-if.
           if qm-ledger-tax(ws-qm-idx)
               not = qm-register-tax(ws-qm-idx)
               move 'N' to ws-tax-ties
           end-if.

       print-return-report.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening return report, status="
                   ws-report-status
               move 8 to return-code
           else
               move hl-title to report-line
               perform write-report-line
               move ws-run-date-display to hl-date-value
               move hl-run-date to report-line
               perform write-report-line
               move ws-return-year to hl-year
               move ws-return-quarter to hl-quarter
               move hl-quarter-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move hl-jur-headers to report-line
               perform write-report-line
               perform print-jurisdiction-line
                   varying ws-jur-idx from 1 by 1
                   until ws-jur-idx > ws-jur-count
               move "TOTAL" to dl-jurisdiction
               move ws-total-employees to dl-employees
               move ws-total-wages to dl-wages
               move ws-total-tax to dl-tax
               move dl-jur-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move hl-month-headers to report-line
               perform write-report-line
               perform print-month-line
                   varying ws-qm-idx from 1 by 1
                   until ws-qm-idx > 3
               move spaces to report-line
               perform write-report-line
               perform print-quarter-differences
               if not all-months-closed
                   move "REFUSED - quarter has a month not closed"
                       to rl-verdict
               else
                   if not wages-tie
                       move "REFUSED - wages do not tie to history"
                           to rl-verdict
                   else
                       if not tax-ties
                           move "READY - review tax difference"
                               to rl-verdict
                       else
                           move "READY - ties to history and register"
                               to rl-verdict
                       end-if
                   end-if
               end-if
               move rl-verdict-line to report-line
               perform write-report-line
               close report-file
           end-if.

       print-jurisdiction-line.
           if jt-jurisdiction(ws-jur-idx) = spaces
               move "(default)" to dl-jurisdiction
           else
               move jt-jurisdiction(ws-jur-idx) to dl-jurisdiction
           end-if.
           move jt-employee-count(ws-jur-idx) to dl-employees.
           move jt-wages(ws-jur-idx) to dl-wages.
           move jt-tax(ws-jur-idx) to dl-tax.
           move dl-jur-line to report-line.
           perform write-report-line.

       print-month-line.
           move qm-month(ws-qm-idx) to dl-month.
           move qm-ledger-wages(ws-qm-idx) to dl-ledger-wages.
           move qm-history-wages(ws-qm-idx) to dl-history-wages.
           move qm-ledger-tax(ws-qm-idx) to dl-ledger-tax.
           move qm-register-tax(ws-qm-idx) to dl-register-tax.
           if qm-closed(ws-qm-idx) = 'Y'
               move 'CLOSED' to dl-month-status
           else
               move 'open' to dl-month-status
           end-if.
           move dl-month-line to report-line.
           perform write-report-line.

       print-quarter-differences.
           move zeros to ws-difference.
           perform add-wage-difference
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.
           move "Wages, ledger less history: " to rl-recon-label.
           move ws-difference to rl-recon-amount.
           move rl-recon-line to report-line.
           perform write-report-line.
           move zeros to ws-difference.
           perform add-tax-difference
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.
           move "Tax, ledger less register: " to rl-recon-label.
           move ws-difference to rl-recon-amount.
           move rl-recon-line to report-line.
           perform write-report-line.

       add-wage-difference.
           compute ws-difference = ws-difference
               + qm-ledger-wages(ws-qm-idx)
               - qm-history-wages(ws-qm-idx).

       add-tax-difference.
           compute ws-difference = ws-difference
               + qm-ledger-tax(ws-qm-idx)
               - qm-register-tax(ws-qm-idx).

      * second pass over the ledger - one header/detail/trailer
      * group per jurisdiction, in ledger key order.
       write-filing-extract.
           open output extract-file.
           if ws-extract-status not = '00'
               display "ERROR opening filing extract, status="
                   ws-extract-status
               move 8 to return-code
           else
               open input jurisdiction-wage-file
               if ws-jurwage-status not = '00'
                   display "ERROR reopening jurisdiction wage "
                       "ledger, status=" ws-jurwage-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   move high-values to ws-extract-jurisdiction
                   move ws-return-year to jw-year
                   move low-values to jw-jurisdiction
                   move low-values to jw-employee-id
                   start jurisdiction-wage-file key is not less
                       than jw-key
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read jurisdiction-wage-file next record
                           at end
                               set eof to true
                           not at end
                               if jw-year not = ws-return-year
                                   set eof to true
                               else
                                   perform extract-ledger-record
                               end-if
                       end-read
                   end-perform
                   if ws-extract-jurisdiction not = high-values
                       perform write-jurisdiction-trailer
                   end-if
                   close jurisdiction-wage-file
               end-if
               close extract-file
               if return-code = 0
                   display "Filing extract written: "
                       ws-jur-count " jurisdiction(s), "
                       ws-total-employees " employee(s)."
               end-if
           end-if.

       extract-ledger-record.
           move zeros to ws-emp-qtr-wages.
           move zeros to ws-emp-qtr-tax.
           perform sum-extract-month
               varying ws-qm-idx from 1 by 1
               until ws-qm-idx > 3.
           if ws-emp-qtr-wages > 0 or ws-emp-qtr-tax > 0
               if jw-jurisdiction not = ws-extract-jurisdiction
                   if ws-extract-jurisdiction not = high-values
                       perform write-jurisdiction-trailer
                   end-if
                   move jw-jurisdiction to ws-extract-jurisdiction
                   perform write-jurisdiction-header
               end-if
               move spaces to extract-record
               move 'D' to ex-record-type
               move jw-jurisdiction to ex-jurisdiction
               move jw-employee-id to ex-employee-id
               move ws-emp-qtr-wages to ex-taxable-wages
               move ws-emp-qtr-tax to ex-tax-withheld
               perform write-extract-record
           end-if.

       sum-extract-month.
           move qm-month(ws-qm-idx) to ws-month-idx.
           add jw-taxable-wages(ws-month-idx) to ws-emp-qtr-wages.
           add jw-tax-withheld(ws-month-idx) to ws-emp-qtr-tax.

       write-jurisdiction-header.
           move spaces to extract-record.
           move 'H' to ex-record-type.
           move ws-extract-jurisdiction to ex-jurisdiction.
           move ws-return-year to ex-header-year.
           move ws-return-quarter to ex-header-quarter.
           move ws-run-date-n to ex-run-date.
           perform write-extract-record.

      * the trailer totals come from the rollup pass, so the
      * extract is proven against the report it was printed with.
       write-jurisdiction-trailer.
           move 'N' to ws-jur-found.
           move ws-extract-jurisdiction to ws-find-jurisdiction.
           perform find-jurisdiction
               varying ws-jur-idx from 1 by 1
               until ws-jur-idx > ws-jur-count
                   or jur-found.
           subtract 1 from ws-jur-idx.
           move spaces to extract-record.
           move 'T' to ex-record-type.
           move ws-extract-jurisdiction to ex-jurisdiction.
           move jt-employee-count(ws-jur-idx) to ex-trailer-count.
           move jt-wages(ws-jur-idx) to ex-trailer-wages.
           move jt-tax(ws-jur-idx) to ex-trailer-tax.
           perform write-extract-record.

       write-extract-record.
           write extract-record.
           if ws-extract-status not = '00'
               display "ERROR writing filing extract, status="
                   ws-extract-status
               move 8 to return-code
           else
               add 1 to ws-extract-count
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing return report, status="
                   ws-report-status
           end-if.
