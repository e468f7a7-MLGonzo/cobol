      * count/hash trailer), the check register (checks issued
      * tonight), and the GL posting extract (the NETPAY credit
      * line), and proves:
      *   bank deposits + checks issued tonight
      *       + garnishment remittances to agencies = net pay booked
      * (a garnishment is part of the employee's booked net pay,
      * paid to the issuing agency instead of the employee).
      * Reissue payments (bank type 'R', register source 'R')
      * are real money tonight but were booked to the ledger the
      * night they originally paid, so they are shown separately
      * own GL and are excluded the same way. Any difference
      * prints on the report and ends the stream RC=8 before the
      * file is sent.
      * Expense reimbursements (bank type 'E', register source
      * 'E') are tied on their own: reimbursements paid tonight
      * must equal the EXPPAY credit booked tonight.
      * The night's pay-result file - the per-employee figures
      * the statements and the bank file were produced from - is
      * tied in as well: its trailer must be present, its count
      * and net must match its records, and its net must equal
      * the NETPAY credit.
      * Each employing company pays from its own account, so the
      * same ties are proven company by company as well: every
      * header-to-trailer group on the bank file must hash to
      * its own trailer, and each company's payments out, pay
      * results and reimbursements must equal its own NETPAY and
      * EXPPAY credits. A check's company is its employee's
      * company on the person master.
      * Every group header carries the settlement date the
      * extract worked out; a date already behind the run date
      * (a file left over from an earlier night, or rerun past
      * its pay date) fails the reconciliation, so the file is
      * never cut for the banks to land late.
       environment division.
       input-output section.
       file-control.
           select gl-posting-file assign to glpost
           organization is line sequential
           file status is ws-gl-status.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select report-file assign to reconrpt
           organization is line sequential
           file status is ws-report-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
       data division.
       file section.
       fd payment-file.
           05 pay-routing pic 9(9).
           05 pay-account pic x(12).
           05 pay-account-type pic x.
           05 pay-company pic x(2).
           05 pay-settle-date pic 9(8).
       01 payment-trailer-record redefines payment-record.
           05 filler pic x.
           05 pay-trailer-count pic 9(6).
           05 pay-trailer-hash pic 9(10).
           05 filler pic x(50).
           05 filler pic x(2).
           05 filler pic x(8).
       fd check-register-file.
           copy "check-register-record.cpy".
       fd gl-posting-file.
           05 gl-dr-cr pic x(2).
           05 gl-amount pic 9(10).
           05 gl-line-run-date pic 9(8).
           05 gl-company pic x(2).
           05 filler pic x(4).
       fd pay-result-file.
           copy "pay-result-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       fd person-file.
           copy "person-record.cpy".
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'PAYRECON'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 01.
           05 filler pic x(8) value 'RECONRPT'.
           05 filler pic x(184) value spaces.
       01 ws-payment-status pic xx value '00'.
       01 ws-checkreg-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-payrslt-count pic 9(6) value zeros.
       01 ws-payrslt-booked pic 9(12) value zeros.
       01 ws-payrslt-trailer-seen pic x value 'N'.
           88 payrslt-trailer-seen value 'Y'.
       01 ws-payrslt-trailer-count pic 9(6) value zeros.
       01 ws-payrslt-trailer-net pic 9(12) value zeros.
       01 ws-payrslt-difference pic s9(12) value zeros.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-bank-deposit-total pic 9(12) value zeros.
       01 ws-bank-reissue-total pic 9(12) value zeros.
       01 ws-bank-garnish-total pic 9(12) value zeros.
       01 ws-bank-expense-total pic 9(12) value zeros.
       01 ws-bank-detail-count pic 9(6) value zeros.
       01 ws-trailer-seen pic x value 'N'.
           88 trailer-seen value 'Y'.
       01 ws-trailer-hash pic 9(10) value zeros.
       01 ws-check-run-total pic 9(12) value zeros.
       01 ws-check-other-total pic 9(12) value zeros.
       01 ws-check-expense-total pic 9(12) value zeros.
       01 ws-gl-exppay pic 9(12) value zeros.
       01 ws-expense-out pic 9(12) value zeros.
       01 ws-expense-difference pic s9(12) value zeros.
       01 ws-gl-netpay pic 9(12) value zeros.
       01 ws-gl-netpay-seen pic x value 'N'.
           88 gl-netpay-seen value 'Y'.
       01 ws-difference pic s9(12) value zeros.
       01 ws-mismatch pic x value 'N'.
           88 recon-mismatch value 'Y'.
      * the same ties per company, and the current bank file
      * group being hashed against its trailer
       01 ws-person-status pic xx value '00'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-group-open pic x value 'N'.
           88 group-open value 'Y'.
       01 ws-group-total pic 9(12) value zeros.
       01 ws-group-company pic x(2) value spaces.
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 ws-lookup-company pic x(2).
       01 company-recon-table.
           05 company-recon-entry occurs 10 times.
               10 cr-code pic x(2).
               10 cr-bank-deposit pic 9(12).
               10 cr-bank-garnish pic 9(12).
               10 cr-bank-expense pic 9(12).
               10 cr-check-run pic 9(12).
               10 cr-check-expense pic 9(12).
               10 cr-gl-netpay pic 9(12).
               10 cr-gl-exppay pic 9(12).
               10 cr-payrslt-booked pic 9(12).
               10 cr-payments-out pic 9(12).
               10 cr-difference pic s9(12).
               10 cr-expense-difference pic s9(12).
               10 cr-payrslt-difference pic s9(12).
       01 cl-company-line.
           05 filler pic x(8) value 'Company '.
           05 cl-company-code pic x(2).
       01 ws-company-label pic x(30).
       01 ws-settle-date pic 9(8) value zeros.
       01 ws-settle-passed pic x value 'N'.
           88 settle-passed value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-settle-date.
           05 filler pic x(17) value 'Settlement Date: '.
           05 hl-settle-value pic 9(8).
           05 filler pic x(2) value spaces.
           05 hl-settle-note pic x(30).
       01 dl-amount-line.
           05 dl-amount-label pic x(30).
           05 dl-amount pic -(11)9.
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
           perform read-bank-payments.
           perform read-check-register.
           perform read-gl-postings.
           perform read-pay-results.
           perform reconcile-totals.
           perform print-recon-report.
           if recon-mismatch
                   ws-payments-out " = net pay booked "
                   ws-gl-netpay "."
           end-if.
           perform record-run-end.
           stop run.

       read-bank-payments.
               end-perform
               close payment-file
           end-if.
           if not trailer-seen or group-open
               display "Bank file has no trailer - incomplete "
                   "run, reconciliation fails."
               set recon-mismatch to true
           else
               if ws-trailer-hash not =
                   ws-bank-deposit-total + ws-bank-reissue-total
                   + ws-bank-garnish-total + ws-bank-expense-total
                   display "Bank trailer hash " ws-trailer-hash
                       " does not match detail total."
                   set recon-mismatch to true
               end-if
           end-if.

      * one header-to-trailer group per company - each group's
      * detail must hash to its own trailer, and the trailers
      * together to the whole file.
       take-payment-record.
           move pay-company to ws-lookup-company.
           evaluate pay-record-type
               when 'H'
                   if group-open
                       display "Bank file group for company "
                           ws-group-company " has no trailer."
                       set recon-mismatch to true
                   end-if
                   set group-open to true
                   move zeros to ws-group-total
                   move ws-lookup-company to ws-group-company
                   perform check-settlement-date
               when 'D'
                   add 1 to ws-bank-detail-count
                   add pay-net-amount to ws-bank-deposit-total
                   add pay-net-amount to ws-group-total
                   perform find-company-entry
                   if ws-company-idx > 0
                       add pay-net-amount
                           to cr-bank-deposit(ws-company-idx)
                   end-if
               when 'R'
                   add 1 to ws-bank-detail-count
                   add pay-net-amount to ws-bank-reissue-total
                   add pay-net-amount to ws-group-total
               when 'G'
                   add 1 to ws-bank-detail-count
                   add pay-net-amount to ws-bank-garnish-total
                   add pay-net-amount to ws-group-total
                   perform find-company-entry
                   if ws-company-idx > 0
                       add pay-net-amount
                           to cr-bank-garnish(ws-company-idx)
                   end-if
               when 'E'
                   add 1 to ws-bank-detail-count
                   add pay-net-amount to ws-bank-expense-total
                   add pay-net-amount to ws-group-total
                   perform find-company-entry
                   if ws-company-idx > 0
                       add pay-net-amount
                           to cr-bank-expense(ws-company-idx)
                   end-if
               when 'T'
                   set trailer-seen to true
                   add pay-trailer-count to ws-trailer-count
                   add pay-trailer-hash to ws-trailer-hash
                   if pay-trailer-hash not = ws-group-total
                       display "Bank trailer hash for company "
                           ws-group-company " " pay-trailer-hash
                           " does not match its detail total "
                           ws-group-total "."
                       set recon-mismatch to true
                   end-if
                   move 'N' to ws-group-open
               when other
                   continue
           end-evaluate.

       check-settlement-date.
           if pay-settle-date is not numeric
               move zeros to pay-settle-date
           end-if.
           if pay-settle-date = zeros
               display "Bank file group for company "
                   ws-group-company " carries no settlement date."
               set recon-mismatch to true
           else
               move pay-settle-date to ws-settle-date
               if pay-settle-date < ws-run-date-n
                   display "Settlement date " pay-settle-date
                       " for company " ws-group-company
                       " has passed - the file must not be sent."
                   set settle-passed to true
                   set recon-mismatch to true
               end-if
           end-if.

      * a blank company (anything from before the company
      * split) is the original company '01'.
       find-company-entry.
           if ws-lookup-company = spaces
               move '01' to ws-lookup-company
           end-if.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
               until company-found
                   or ws-company-idx > ws-company-count
               if cr-code(ws-company-idx) = ws-lookup-company
                   set company-found to true
               end-if
           end-perform.
           if company-found
               subtract 1 from ws-company-idx
           else
               if ws-company-count < 10
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   move ws-lookup-company to cr-code(ws-company-idx)
                   move zeros to cr-bank-deposit(ws-company-idx)
                   move zeros to cr-bank-garnish(ws-company-idx)
                   move zeros to cr-bank-expense(ws-company-idx)
                   move zeros to cr-check-run(ws-company-idx)
                   move zeros to cr-check-expense(ws-company-idx)
                   move zeros to cr-gl-netpay(ws-company-idx)
                   move zeros to cr-gl-exppay(ws-company-idx)
                   move zeros to cr-payrslt-booked(ws-company-idx)
               else
                   display "More than 10 companies - company "
                       ws-lookup-company " cannot be reconciled."
                   set recon-mismatch to true
                   move zeros to ws-company-idx
               end-if
           end-if.

      * a check's company is its employee's company.
       look-up-check-company.
           move '01' to ws-lookup-company.
           if person-open
               move ck-employee-id to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       if person-company not = spaces
                           move person-company to ws-lookup-company
                       end-if
               end-read
           end-if.
           perform find-company-entry.

      * tonight's run checks (source 'N') count toward the tie;
      * reissue and off-cycle checks are tracked separately.
       read-check-register.
                       "status=" ws-checkreg-status
                   set recon-mismatch to true
               else
                   open input person-file
                   if ws-person-status = '00'
                       set person-open to true
                   else
                       display "Person master not available - "
                           "checks counted under company 01."
                   end-if
                   move 'N' to ws-eof-flag
                   move zeros to ck-check-number
                   start check-register-file key is not less
                       end-read
                   end-perform
                   close check-register-file
                   if person-open
                       close person-file
                   end-if
               end-if
           end-if.

               and not ck-void
               if ck-source-run
                   add ck-amount to ws-check-run-total
                   perform look-up-check-company
                   if ws-company-idx > 0
                       add ck-amount to cr-check-run(ws-company-idx)
                   end-if
               else
                   if ck-source-expense
                       add ck-amount to ws-check-expense-total
                       perform look-up-check-company
                       if ws-company-idx > 0
                           add ck-amount
                               to cr-check-expense(ws-company-idx)
                       end-if
                   else
                       add ck-amount to ws-check-other-total
                   end-if
               end-if
           end-if.

                           if gl-record-type = 'D'
                               and gl-account = 'NETPAY'
                               and gl-dr-cr = 'CR'
                               add gl-amount to ws-gl-netpay
                               set gl-netpay-seen to true
                               move gl-company to ws-lookup-company
                               perform find-company-entry
                               if ws-company-idx > 0
                                   add gl-amount
                                       to cr-gl-netpay(ws-company-idx)
                               end-if
                           end-if
                           if gl-record-type = 'D'
                               and gl-account = 'EXPPAY'
                               and gl-dr-cr = 'CR'
                               add gl-amount to ws-gl-exppay
                               move gl-company to ws-lookup-company
                               perform find-company-entry
                               if ws-company-idx > 0
                                   add gl-amount
                                       to cr-gl-exppay(ws-company-idx)
                               end-if
                           end-if
                   end-read
                   if ws-gl-status not = '00'
               set recon-mismatch to true
           end-if.

       read-pay-results.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
               set recon-mismatch to true
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read pay-result-file
                       at end
                           set eof to true
                       not at end
                           if pr-trailer
                               set payrslt-trailer-seen to true
                               move pr-trailer-count
                                   to ws-payrslt-trailer-count
                               move pr-trailer-net-total
                                   to ws-payrslt-trailer-net
                           else
                               add 1 to ws-payrslt-count
                               add pr-net-booked
                                   to ws-payrslt-booked
                               move pr-company to ws-lookup-company
                               perform find-company-entry
                               if ws-company-idx > 0
                                   add pr-net-booked
                                       to cr-payrslt-booked(
                                           ws-company-idx)
                               end-if
                           end-if
                   end-read
                   if ws-payrslt-status not = '00'
                       and ws-payrslt-status not = '10'
                       display "ERROR reading pay-result file, "
                           "status=" ws-payrslt-status
                       set recon-mismatch to true
                       set eof to true
                   end-if
               end-perform
               close pay-result-file
           end-if.
           if not payrslt-trailer-seen
               display "Pay-result file has no trailer - "
                   "reconciliation fails."
               set recon-mismatch to true
           else
               if ws-payrslt-trailer-count not = ws-payrslt-count
                   or ws-payrslt-trailer-net not = ws-payrslt-booked
                   display "Pay-result trailer "
                       ws-payrslt-trailer-count "/"
                       ws-payrslt-trailer-net
                       " does not match its records "
                       ws-payrslt-count "/" ws-payrslt-booked "."
                   set recon-mismatch to true
               end-if
           end-if.

       reconcile-totals.
           compute ws-payrslt-difference =
               ws-payrslt-trailer-net - ws-gl-netpay.
           if ws-payrslt-difference not = 0
               set recon-mismatch to true
           end-if.
           compute ws-payments-out =
               ws-bank-deposit-total + ws-check-run-total
               + ws-bank-garnish-total.
           compute ws-difference =
               ws-payments-out - ws-gl-netpay.
           if ws-difference not = 0
               set recon-mismatch to true
           end-if.
      * no EXPPAY line means no reimbursements were booked.
           compute ws-expense-out =
               ws-bank-expense-total + ws-check-expense-total.
           compute ws-expense-difference =
               ws-expense-out - ws-gl-exppay.
           if ws-expense-difference not = 0
               set recon-mismatch to true
           end-if.
           perform reconcile-one-company
               varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count.

       reconcile-one-company.
           compute cr-payments-out(ws-company-idx) =
               cr-bank-deposit(ws-company-idx)
               + cr-check-run(ws-company-idx)
               + cr-bank-garnish(ws-company-idx).
           compute cr-difference(ws-company-idx) =
               cr-payments-out(ws-company-idx)
               - cr-gl-netpay(ws-company-idx).
           compute cr-payrslt-difference(ws-company-idx) =
               cr-payrslt-booked(ws-company-idx)
               - cr-gl-netpay(ws-company-idx).
           compute cr-expense-difference(ws-company-idx) =
               cr-bank-expense(ws-company-idx)
               + cr-check-expense(ws-company-idx)
               - cr-gl-exppay(ws-company-idx).
           if cr-difference(ws-company-idx) not = 0
               or cr-payrslt-difference(ws-company-idx) not = 0
               or cr-expense-difference(ws-company-idx) not = 0
               display "Company " cr-code(ws-company-idx)
                   " does not reconcile."
               set recon-mismatch to true
           end-if.

       print-recon-report.
           open output report-file.
               move ws-run-date-display to hl-date-value
               move hl-run-date to report-line
               perform write-report-line
               move ws-settle-date to hl-settle-value
               if settle-passed
                   move "PASSED - do not send" to hl-settle-note
               else
                   move spaces to hl-settle-note
               end-if
               move hl-settle-date to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move "Bank deposits (run): " to dl-amount-label
               move ws-check-run-total to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Garnishments remitted: " to dl-amount-label
               move ws-bank-garnish-total to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Payments out (run): " to dl-amount-label
               move ws-payments-out to dl-amount
               move dl-amount-line to report-line
               move ws-difference to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Pay results (employees): " to dl-amount-label
               move ws-payrslt-count to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Net pay in pay results: " to dl-amount-label
               move ws-payrslt-trailer-net to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Pay results vs GL: " to dl-amount-label
               move ws-payrslt-difference to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Reimbursements paid: " to dl-amount-label
               move ws-expense-out to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Reimbursements booked (GL): "
                   to dl-amount-label
               move ws-gl-exppay to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Reimbursement difference: "
                   to dl-amount-label
               move ws-expense-difference to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Reissues paid (excluded): "
                   to dl-amount-label
               move ws-bank-reissue-total to dl-amount
               move ws-check-other-total to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               perform print-company-recon
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               move spaces to report-line
               perform write-report-line
               if recon-mismatch
               close report-file
           end-if.

      * each company's own tie - the labels carry the company
      * code so they never read as the run totals above.
       print-company-recon.
           move spaces to report-line.
           perform write-report-line.
           move cr-code(ws-company-idx) to cl-company-code.
           move cl-company-line to report-line.
           perform write-report-line.
           move spaces to ws-company-label.
           string "Co " cr-code(ws-company-idx) " payments out: "
               delimited by size into ws-company-label.
           move ws-company-label to dl-amount-label.
           move cr-payments-out(ws-company-idx) to dl-amount.
           move dl-amount-line to report-line.
           perform write-report-line.
           move spaces to ws-company-label.
           string "Co " cr-code(ws-company-idx) " net pay booked: "
               delimited by size into ws-company-label.
           move ws-company-label to dl-amount-label.
           move cr-gl-netpay(ws-company-idx) to dl-amount.
           move dl-amount-line to report-line.
           perform write-report-line.
           move spaces to ws-company-label.
           string "Co " cr-code(ws-company-idx) " difference: "
               delimited by size into ws-company-label.
           move ws-company-label to dl-amount-label.
           move cr-difference(ws-company-idx) to dl-amount.
           move dl-amount-line to report-line.
           perform write-report-line.
           move spaces to ws-company-label.
           string "Co " cr-code(ws-company-idx) " pay results: "
               delimited by size into ws-company-label.
           move ws-company-label to dl-amount-label.
           move cr-payrslt-booked(ws-company-idx) to dl-amount.
           move dl-amount-line to report-line.
           perform write-report-line.
           move spaces to ws-company-label.
           string "Co " cr-code(ws-company-idx) " reimb difference: "
               delimited by size into ws-company-label.
           move ws-company-label to dl-amount-label.
           move cr-expense-difference(ws-company-idx) to dl-amount.
           move dl-amount-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing reconciliation report, "
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
           move ws-bank-detail-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
