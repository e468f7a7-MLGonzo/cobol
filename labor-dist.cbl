       identification division.
       program-id. labor-distribution.
       author Gonzo.
      * labor distribution report - the night's pay and employer
      * cost charged out to the departments, for cost accounting
      * to book against the cost centers instead of splitting
      * the summary report by hand.
      *
      * Reads the salary run's labor distribution detail file
      * (lddetail, presorted into department / GL account /
      * element / employee order) - one line per employee per
      * department per cost element (regular, bonus, one-off
      * deductions and each employer contribution) after the
      * allocation master's percentage split - and prints every
      * line with a subtotal per GL account within each
      * department and a subtotal per department.
      *
      * The totals are then tied, to the cent, to the same run's
      * GL posting extract and employer contributions register:
      *   SALEXP debit       = regular + bonus distributed
      *   DEDPAY credit      = one-off deductions distributed
      *   EMPEXP debit       = every contribution distributed
      *   each contribution liability account's credit
      *                      = that account's lines distributed
      *   each code on the contributions register
      *                      = that element's lines distributed
      *   TOTAL EMPLOYER COST = every contribution distributed
      * and the grand total distributed must equal the SALEXP,
      * DEDPAY and EMPEXP lines together. The detail file's
      * trailer must be present and re-add to its lines, and
      * every GL line must carry the detail file's run date, so
      * files from two different nights cannot be tied. Any
      * difference prints on the report and ends the step RC=8.
       environment division.
       input-output section.
       file-control.
           select labor-dist-file assign to ldsorted
           organization is sequential
           file status is ws-lddet-status.
           select gl-posting-file assign to glpost
           organization is line sequential
           file status is ws-gl-status.
           select contrib-report-file assign to contrpt
           organization is line sequential
           file status is ws-contrib-status.
           select report-file assign to ldrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd labor-dist-file.
           copy "labor-distribution-record.cpy".
       fd gl-posting-file.
       01 gl-posting-line pic x(35).
       01 gl-detail-line redefines gl-posting-line.
           05 gl-record-type pic x.
           05 gl-account pic x(8).
           05 gl-dr-cr pic x(2).
           05 gl-amount pic 9(10).
           05 gl-line-run-date pic 9(8).
           05 gl-company pic x(2).
           05 filler pic x(4).
      * the salary run's printed register - a detail line is a
      * code, description, GL account and edited amount; the
      * last line is the TOTAL EMPLOYER COST.
       fd contrib-report-file.
       01 contrib-report-line pic x(80).
       01 contrib-detail-line redefines contrib-report-line.
           05 rg-code pic x(4).
           05 rg-gap-1 pic x(2).
           05 rg-description pic x(20).
           05 rg-gap-2 pic x(2).
           05 rg-gl-account pic x(8).
           05 rg-gap-3 pic x(2).
           05 rg-amount pic z(9)9.
           05 rg-amount-x redefines rg-amount.
               10 filler pic x(9).
               10 rg-amount-last pic x.
           05 filler pic x(32).
       01 contrib-total-line redefines contrib-report-line.
           05 rg-total-label pic x(38).
           05 rg-total pic z(9)9.
           05 filler pic x(32).
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'LABDIST'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'LDRPT'.
           05 filler pic x(184) value spaces.
       01 ws-lddet-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-contrib-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-report-open pic x value 'N'.
           88 report-open value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-mismatch pic x value 'N'.
           88 tie-mismatch value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
      * the detail file's own control figures
       01 ws-ld-count pic 9(6) value zeros.
       01 ws-ld-total pic 9(12) value zeros.
       01 ws-ld-trailer-seen pic x value 'N'.
           88 ld-trailer-seen value 'Y'.
       01 ws-ld-trailer-count pic 9(6) value zeros.
       01 ws-ld-trailer-total pic 9(12) value zeros.
       01 ws-ld-run-date pic 9(8) value zeros.
      * control breaks - GL account within department
       01 ws-current-dept pic x(4) value spaces.
       01 ws-current-account pic x(8) value spaces.
       01 ws-account-subtotal pic 9(12) value zeros.
       01 ws-dept-subtotal pic 9(12) value zeros.
       01 ws-dept-count pic 9(4) value zeros.
      * what was distributed, by element class
       01 ws-salexp-distributed pic 9(12) value zeros.
       01 ws-dedpay-distributed pic 9(12) value zeros.
       01 ws-empexp-distributed pic 9(12) value zeros.
      * what the GL extract posted - every detail line's amount
      * by account and side
       01 ws-gl-count pic 99 value zeros.
       01 ws-gl-idx pic 99.
       01 ws-gl-found pic x value 'N'.
           88 gl-found value 'Y'.
       01 ws-gl-detail-seen pic x value 'N'.
           88 gl-detail-seen value 'Y'.
       01 ws-gl-date-wrong pic x value 'N'.
           88 gl-date-wrong value 'Y'.
       01 ws-gl-other-date pic 9(8) value zeros.
       01 ws-lookup-account pic x(8).
       01 ws-lookup-dr-cr pic x(2).
       01 ws-gl-posted pic 9(12) value zeros.
       01 gl-account-table.
           05 gl-account-entry occurs 60 times.
               10 ga-account pic x(8).
               10 ga-dr-cr pic x(2).
               10 ga-amount pic 9(12).
      * the distributed total per GL account
       01 ws-account-count pic 99 value zeros.
       01 ws-account-idx pic 99.
       01 ws-account-found pic x value 'N'.
           88 account-found value 'Y'.
       01 distributed-account-table.
           05 distributed-account-entry occurs 40 times.
               10 da-account pic x(8).
               10 da-amount pic 9(12).
      * the contributions register against the distributed
      * contribution lines, code by code
       01 ws-register-seen pic x value 'N'.
           88 register-seen value 'Y'.
       01 ws-register-total-seen pic x value 'N'.
           88 register-total-seen value 'Y'.
       01 ws-register-lines pic 9(4) value zeros.
       01 ws-register-amount pic 9(10) value zeros.
       01 ws-register-total pic 9(12) value zeros.
       01 ws-contrib-count pic 99 value zeros.
       01 ws-contrib-idx pic 99.
       01 ws-contrib-found pic x value 'N'.
           88 contrib-found value 'Y'.
       01 ws-lookup-code pic x(4).
       01 contrib-tie-table.
           05 contrib-tie-entry occurs 40 times.
               10 ct-code pic x(4).
               10 ct-gl-account pic x(8).
               10 ct-register pic 9(12).
               10 ct-distributed pic 9(12).
       01 ws-difference pic s9(12) value zeros.
       01 ws-gl-grand pic 9(12) value zeros.

       01 hl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(35)
               value 'LABOR DISTRIBUTION REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-detail-headers.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(10) value 'GL acct'.
           05 filler pic x(6) value 'Elem'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(4) value 'Co'.
           05 filler pic x(10) value '    Amount'.
       01 dl-detail-line.
           05 dl-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-gl-account pic x(8).
           05 filler pic x(2) value spaces.
           05 dl-element pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-company pic x(2).
           05 filler pic x(2) value spaces.
           05 dl-amount pic z(9)9.
       01 sl-subtotal-line.
           05 sl-label pic x(32).
           05 sl-amount pic z(11)9.
       01 hl-account-title.
           05 filler pic x(40) value 'TOTALS BY GL ACCOUNT'.
       01 hl-account-headers.
           05 filler pic x(10) value 'GL acct'.
           05 filler pic x(4) value 'Side'.
           05 filler pic x(14) value '   Distributed'.
           05 filler pic x(14) value '   Posted (GL)'.
           05 filler pic x(14) value '    Difference'.
       01 al-account-line.
           05 al-account pic x(8).
           05 filler pic x(2) value spaces.
           05 al-dr-cr pic x(2).
           05 filler pic x(2) value spaces.
           05 al-distributed pic z(11)9.
           05 filler pic x(2) value spaces.
           05 al-posted pic z(11)9.
           05 filler pic x(2) value spaces.
           05 al-difference pic -(11)9.
       01 hl-contrib-title.
           05 filler pic x(40)
               value 'EMPLOYER CONTRIBUTIONS REGISTER TIE'.
       01 hl-contrib-headers.
           05 filler pic x(6) value 'Code'.
           05 filler pic x(8) value 'GL acct'.
           05 filler pic x(14) value '   Distributed'.
           05 filler pic x(14) value '      Register'.
           05 filler pic x(14) value '    Difference'.
       01 cl-contrib-line.
           05 cl-code pic x(4).
           05 filler pic x(2) value spaces.
           05 cl-gl-account pic x(8).
           05 cl-distributed pic z(11)9.
           05 filler pic x(2) value spaces.
           05 cl-register pic z(11)9.
           05 filler pic x(2) value spaces.
           05 cl-difference pic -(11)9.
       01 fl-verdict-line.
           05 filler pic x(20) value 'Labor distribution: '.
           05 fl-verdict pic x(50).
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
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening labor distribution report, "
                   "status=" ws-report-status
               set tie-mismatch to true
           else
               set report-open to true
               move hl-title to report-line
               perform write-report-line
               move ws-run-date-display to hl-date-value
               move hl-run-date to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move hl-detail-headers to report-line
               perform write-report-line
           end-if.
           perform read-labor-distribution.
           perform read-gl-postings.
           perform read-contrib-register.
           if report-open
               perform print-account-ties
               perform print-contribution-ties
               perform print-grand-tie
           end-if.
           if report-open
               move spaces to report-line
               perform write-report-line
               if tie-mismatch
                   move "DOES NOT TIE - hold the cost postings"
                       to fl-verdict
               else
                   move "OK - ties to the GL and contributions"
                       to fl-verdict
               end-if
               move fl-verdict-line to report-line
               perform write-report-line
               close report-file
           end-if.
           if tie-mismatch
               display "LABOR DISTRIBUTION DOES NOT TIE to the GL "
                   "postings and contributions register."
               move 8 to return-code
           else
               display "Labor distribution OK: " ws-ld-count
                   " lines, " ws-ld-total " distributed."
           end-if.
           perform record-run-end.
           stop run.

       read-labor-distribution.
           open input labor-dist-file.
           if ws-lddet-status not = '00'
               display "ERROR opening labor distribution file, "
                   "status=" ws-lddet-status
               set tie-mismatch to true
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read labor-dist-file
                       at end
                           set eof to true
                       not at end
                           perform take-labor-dist-record
                   end-read
                   if ws-lddet-status not = '00'
                       and ws-lddet-status not = '10'
                       display "ERROR reading labor distribution "
                           "file, status=" ws-lddet-status
                       set tie-mismatch to true
                       set eof to true
                   end-if
               end-perform
               close labor-dist-file
           end-if.
           if ws-current-dept not = spaces
               perform print-account-subtotal
               perform print-dept-subtotal
           end-if.
           if not ld-trailer-seen
               display "Labor distribution file has no trailer - "
                   "incomplete run, the tie fails."
               set tie-mismatch to true
           else
               if ws-ld-trailer-count not = ws-ld-count
                   or ws-ld-trailer-total not = ws-ld-total
                   display "Labor distribution trailer "
                       ws-ld-trailer-count "/" ws-ld-trailer-total
                       " does not match its lines "
                       ws-ld-count "/" ws-ld-total "."
                   set tie-mismatch to true
               end-if
           end-if.

      * the trailer sorts last; a new department closes the
      * account subtotal and then the department's.
       take-labor-dist-record.
           if ld-trailer
               set ld-trailer-seen to true
               move ld-trailer-count to ws-ld-trailer-count
               move ld-trailer-total to ws-ld-trailer-total
               move ld-trailer-run-date to ws-ld-run-date
           else
               if ws-current-dept not = spaces
                   if ld-dept not = ws-current-dept
                       or ld-gl-account not = ws-current-account
                       perform print-account-subtotal
                   end-if
                   if ld-dept not = ws-current-dept
                       perform print-dept-subtotal
                   end-if
               end-if
               move ld-dept to ws-current-dept
               move ld-gl-account to ws-current-account
               add 1 to ws-ld-count
               add ld-amount to ws-ld-total
               add ld-amount to ws-account-subtotal
               add ld-amount to ws-dept-subtotal
               if ld-regular or ld-bonus
                   add ld-amount to ws-salexp-distributed
               else
                   if ld-deduction
                       add ld-amount to ws-dedpay-distributed
                   else
                       add ld-amount to ws-empexp-distributed
                       move ld-element to ws-lookup-code
                       perform find-contrib-entry
                       if ws-contrib-idx > 0
                           add ld-amount
                               to ct-distributed(ws-contrib-idx)
                           move ld-gl-account
                               to ct-gl-account(ws-contrib-idx)
                       end-if
                   end-if
               end-if
               perform add-to-account-table
               if report-open
                   move ld-dept to dl-dept
                   move ld-gl-account to dl-gl-account
                   move ld-element to dl-element
                   move ld-employee-id to dl-employee-id
                   move ld-company to dl-company
                   move ld-amount to dl-amount
                   move dl-detail-line to report-line
                   perform write-report-line
               end-if
           end-if.

       print-account-subtotal.
           if report-open
               move spaces to sl-label
               string "    Total " ws-current-dept " "
                   ws-current-account delimited by size
                   into sl-label
               move ws-account-subtotal to sl-amount
               move sl-subtotal-line to report-line
               perform write-report-line
           end-if.
           move zeros to ws-account-subtotal.

       print-dept-subtotal.
           add 1 to ws-dept-count.
           if report-open
               move spaces to sl-label
               string "Total department " ws-current-dept
                   delimited by size into sl-label
               move ws-dept-subtotal to sl-amount
               move sl-subtotal-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
           end-if.
           move zeros to ws-dept-subtotal.

       add-to-account-table.
           move 'N' to ws-account-found.
           perform varying ws-account-idx from 1 by 1
               until account-found
                   or ws-account-idx > ws-account-count
               if da-account(ws-account-idx) = ld-gl-account
                   set account-found to true
                   add ld-amount to da-amount(ws-account-idx)
               end-if
           end-perform.
           if not account-found
               if ws-account-count < 40
                   add 1 to ws-account-count
                   move ld-gl-account
                       to da-account(ws-account-count)
                   move ld-amount to da-amount(ws-account-count)
               else
                   display "More than 40 GL accounts distributed - "
                       ld-gl-account " cannot be tied."
                   set tie-mismatch to true
               end-if
           end-if.

      * ws-contrib-idx is zero when the table is full.
       find-contrib-entry.
           move 'N' to ws-contrib-found.
           perform varying ws-contrib-idx from 1 by 1
               until contrib-found
                   or ws-contrib-idx > ws-contrib-count
               if ct-code(ws-contrib-idx) = ws-lookup-code
                   set contrib-found to true
               end-if
           end-perform.
           if contrib-found
               subtract 1 from ws-contrib-idx
           else
               if ws-contrib-count < 40
                   add 1 to ws-contrib-count
                   move ws-contrib-count to ws-contrib-idx
                   move ws-lookup-code to ct-code(ws-contrib-idx)
                   move spaces to ct-gl-account(ws-contrib-idx)
                   move zeros to ct-register(ws-contrib-idx)
                   move zeros to ct-distributed(ws-contrib-idx)
               else
                   display "More than 40 contribution codes - "
                       ws-lookup-code " cannot be tied."
                   set tie-mismatch to true
                   move zeros to ws-contrib-idx
               end-if
           end-if.

       read-gl-postings.
           open input gl-posting-file.
           if ws-gl-status not = '00'
               display "ERROR opening GL posting extract, "
                   "status=" ws-gl-status
               set tie-mismatch to true
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read gl-posting-file
                       at end
                           set eof to true
                       not at end
                           if gl-record-type = 'D'
                               perform take-gl-line
                           end-if
                   end-read
                   if ws-gl-status not = '00'
                       and ws-gl-status not = '10'
                       display "ERROR reading GL posting "
                           "extract, status=" ws-gl-status
                       set tie-mismatch to true
                       set eof to true
                   end-if
               end-perform
               close gl-posting-file
           end-if.
           if not gl-detail-seen
               display "No posting lines in the GL extract - "
                   "the tie fails."
               set tie-mismatch to true
           end-if.
           if gl-date-wrong
               display "GL extract run date " ws-gl-other-date
                   " is not the labor distribution run date "
                   ws-ld-run-date " - the tie fails."
               set tie-mismatch to true
           end-if.

       take-gl-line.
           set gl-detail-seen to true.
           if gl-line-run-date not = ws-ld-run-date
               set gl-date-wrong to true
               move gl-line-run-date to ws-gl-other-date
           end-if.
           move 'N' to ws-gl-found.
           perform varying ws-gl-idx from 1 by 1
               until gl-found or ws-gl-idx > ws-gl-count
               if ga-account(ws-gl-idx) = gl-account
                   and ga-dr-cr(ws-gl-idx) = gl-dr-cr
                   set gl-found to true
                   add gl-amount to ga-amount(ws-gl-idx)
               end-if
           end-perform.
           if not gl-found
               if ws-gl-count < 60
                   add 1 to ws-gl-count
                   move gl-account to ga-account(ws-gl-count)
                   move gl-dr-cr to ga-dr-cr(ws-gl-count)
                   move gl-amount to ga-amount(ws-gl-count)
               else
                   display "More than 60 GL account lines - "
                       gl-account " " gl-dr-cr " cannot be tied."
                   set tie-mismatch to true
               end-if
           end-if.

      * the posted amount for ws-lookup-account on the
      * ws-lookup-dr-cr side, zero when nothing was posted there.
       find-gl-posted.
           move zeros to ws-gl-posted.
           perform varying ws-gl-idx from 1 by 1
               until ws-gl-idx > ws-gl-count
               if ga-account(ws-gl-idx) = ws-lookup-account
                   and ga-dr-cr(ws-gl-idx) = ws-lookup-dr-cr
                   move ga-amount(ws-gl-idx) to ws-gl-posted
               end-if
           end-perform.

      * every detail line of the printed register carries a
      * code, blank gaps and an amount ending in a digit - the
      * titles, headers and dates do not.
       read-contrib-register.
           open input contrib-report-file.
           if ws-contrib-status not = '00'
               display "ERROR opening contributions register, "
                   "status=" ws-contrib-status
               set tie-mismatch to true
           else
               set register-seen to true
               move 'N' to ws-eof-flag
               perform until eof
                   read contrib-report-file
                       at end
                           set eof to true
                       not at end
                           perform take-register-line
                   end-read
                   if ws-contrib-status not = '00'
                       and ws-contrib-status not = '10'
                       display "ERROR reading contributions "
                           "register, status=" ws-contrib-status
                       set tie-mismatch to true
                       set eof to true
                   end-if
               end-perform
               close contrib-report-file
           end-if.
      * an empty register is a run with no contributions defined
           if register-seen and not register-total-seen
               and ws-register-lines > 0
               display "Contributions register has no TOTAL "
                   "EMPLOYER COST line - the tie fails."
               set tie-mismatch to true
           end-if.

       take-register-line.
           add 1 to ws-register-lines.
           if rg-total-label = 'TOTAL EMPLOYER COST'
               set register-total-seen to true
               move rg-total to ws-register-total
           else
               if rg-code not = spaces
                   and rg-gap-1 = spaces
                   and rg-gap-2 = spaces
                   and rg-gap-3 = spaces
                   and rg-amount-last is numeric
                   move rg-amount to ws-register-amount
                   move rg-code to ws-lookup-code
                   perform find-contrib-entry
                   if ws-contrib-idx > 0
                       add ws-register-amount
                           to ct-register(ws-contrib-idx)
                       if ct-gl-account(ws-contrib-idx) = spaces
                           move rg-gl-account
                               to ct-gl-account(ws-contrib-idx)
                       end-if
                   end-if
               end-if
           end-if.

      * each distributed account against its posting - the
      * salary expense is a debit, the payables credits - then
      * EMPEXP against all the contribution lines together.
       print-account-ties.
           move spaces to report-line.
           perform write-report-line.
           move hl-account-title to report-line.
           perform write-report-line.
           move hl-account-headers to report-line.
           perform write-report-line.
           perform print-one-account-tie
               varying ws-account-idx from 1 by 1
               until ws-account-idx > ws-account-count.
           move "SALEXP" to ws-lookup-account.
           move "DR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           if ws-salexp-distributed = 0 and ws-gl-posted > 0
               move "SALEXP" to al-account
               move "DR" to al-dr-cr
               move ws-salexp-distributed to al-distributed
               move ws-gl-posted to al-posted
               compute ws-difference =
                   ws-salexp-distributed - ws-gl-posted
               move ws-difference to al-difference
               move al-account-line to report-line
               perform write-report-line
               set tie-mismatch to true
           end-if.
           move "DEDPAY" to ws-lookup-account.
           move "CR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           if ws-dedpay-distributed = 0 and ws-gl-posted > 0
               move "DEDPAY" to al-account
               move "CR" to al-dr-cr
               move ws-dedpay-distributed to al-distributed
               move ws-gl-posted to al-posted
               compute ws-difference =
                   ws-dedpay-distributed - ws-gl-posted
               move ws-difference to al-difference
               move al-account-line to report-line
               perform write-report-line
               set tie-mismatch to true
           end-if.
           move "EMPEXP" to ws-lookup-account.
           move "DR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           move "EMPEXP" to al-account.
           move "DR" to al-dr-cr.
           move ws-empexp-distributed to al-distributed.
           move ws-gl-posted to al-posted.
           compute ws-difference =
               ws-empexp-distributed - ws-gl-posted.
           move ws-difference to al-difference.
           move al-account-line to report-line.
           perform write-report-line.
           if ws-difference not = 0
               set tie-mismatch to true
           end-if.

      * SALEXP or DEDPAY with nothing distributed still prints
      * above when the GL posted an amount there.
       print-one-account-tie.
           move da-account(ws-account-idx) to ws-lookup-account.
           if ws-lookup-account = "SALEXP"
               move "DR" to ws-lookup-dr-cr
           else
               move "CR" to ws-lookup-dr-cr
           end-if.
           perform find-gl-posted.
           move ws-lookup-account to al-account.
           move ws-lookup-dr-cr to al-dr-cr.
           move da-amount(ws-account-idx) to al-distributed.
           move ws-gl-posted to al-posted.
           compute ws-difference =
               da-amount(ws-account-idx) - ws-gl-posted.
           move ws-difference to al-difference.
           move al-account-line to report-line.
           perform write-report-line.
           if ws-difference not = 0
               set tie-mismatch to true
           end-if.

       print-contribution-ties.
           move spaces to report-line.
           perform write-report-line.
           move hl-contrib-title to report-line.
           perform write-report-line.
           move hl-contrib-headers to report-line.
           perform write-report-line.
           perform print-one-contribution-tie
               varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count.
           move "TOTL" to cl-code.
           move spaces to cl-gl-account.
           move ws-empexp-distributed to cl-distributed.
           move ws-register-total to cl-register.
           compute ws-difference =
               ws-empexp-distributed - ws-register-total.
           move ws-difference to cl-difference.
           move cl-contrib-line to report-line.
           perform write-report-line.
           if ws-difference not = 0
               set tie-mismatch to true
           end-if.

       print-one-contribution-tie.
           move ct-code(ws-contrib-idx) to cl-code.
           move ct-gl-account(ws-contrib-idx) to cl-gl-account.
           move ct-distributed(ws-contrib-idx) to cl-distributed.
           move ct-register(ws-contrib-idx) to cl-register.
           compute ws-difference =
               ct-distributed(ws-contrib-idx)
               - ct-register(ws-contrib-idx).
           move ws-difference to cl-difference.
           move cl-contrib-line to report-line.
           perform write-report-line.
           if ws-difference not = 0
               set tie-mismatch to true
           end-if.

      * the grand total distributed against the three posting
      * lines it is made of.
       print-grand-tie.
           move zeros to ws-gl-grand.
           move "SALEXP" to ws-lookup-account.
           move "DR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           add ws-gl-posted to ws-gl-grand.
           move "DEDPAY" to ws-lookup-account.
           move "CR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           add ws-gl-posted to ws-gl-grand.
           move "EMPEXP" to ws-lookup-account.
           move "DR" to ws-lookup-dr-cr.
           perform find-gl-posted.
           add ws-gl-posted to ws-gl-grand.
           move spaces to report-line.
           perform write-report-line.
           move "GRAND" to al-account.
           move spaces to al-dr-cr.
           move ws-ld-total to al-distributed.
           move ws-gl-grand to al-posted.
           compute ws-difference = ws-ld-total - ws-gl-grand.
           move ws-difference to al-difference.
           move al-account-line to report-line.
           perform write-report-line.
           if ws-difference not = 0
               set tie-mismatch to true
           end-if.
           move spaces to sl-label.
           string "Departments: " ws-dept-count "  Lines: "
               ws-ld-count delimited by size into sl-label.
           move ws-ld-total to sl-amount.
           move sl-subtotal-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing labor distribution report, "
                   "status=" ws-report-status
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
           move ws-ld-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
