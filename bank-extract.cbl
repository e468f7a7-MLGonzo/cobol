      * employees, and a print-image check run (with a sequential
      * check-number register) for everyone without a usable
      * direct-deposit enrollment, so the two channels together
      * always account for the full net pay. Reads the night's
      * pay-result file - the net the salary accumulate run
      * worked out once and booked, the same file the pay
      * statements print from, so the bank file and the
      * statements can never disagree - and writes one payment
      * record per employee with a positive net, bracketed by a
      * header and a trailer carrying the payment count and
      * amount hash - the same control-total discipline the
      * salary master's own trailer enjoys, so the bank file can
      * be reconciled back against the payroll summary.
      * Before anything is paid the pay-result file is proven
      * whole: its trailer must be present, its count must match
      * the records on it, and its net total must match both the
      * records and the NETPAY credit on the same night's GL
      * posting extract. Any break refuses the run.
      * Court and agency garnishment orders are taken off each
      * employee's net (APPLY-GARNISHMENTS, posting the order
      * balances as the money leaves) and remitted to the
      * issuing agencies as a payee section of 'G' records ahead
      * of the trailer - one per agency, totalled across every
      * employee - with a garnishment register behind it.
      * Loan and salary advance installments come off after the
      * garnishments and are posted to the loan master here.
      * Tonight's approved expense reimbursements are paid after
      * the payroll as their own 'E' payments through the same
      * enrollments (or a check, register source 'E') - never
      * added to the net pay, never through the tax path.
      * Each employing company pays from its own originating
      * account: the file carries one header-to-trailer group per
      * company (the header naming the company and the account
      * off the company master, every record carrying the
      * company code), and the pay results, the GL NETPAY credit,
      * the reissues, the reimbursements and the agency
      * remittances are all proven and paid company by company.
      * The transmission job splits the groups into one bank
      * file per company.
      * Every record carries the settlement date - the pay
      * period's scheduled pay date off the pay calendar, moved
      * back to the business day before when it is a weekend or
      * a bank holiday (SETTLEMENT-DATE) - and the checks are
      * dated with it. A settlement date already passed refuses
      * the run: the money would land late, so no file is
      * written. An account prenoted tonight takes no money
      * until the prenote lead days have run past a settlement
      * date; until then its net goes to the employee's other
      * accounts or a check.
       environment division.
       input-output section.
       file-control.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select gl-posting-file assign to glpost
           organization is line sequential
           file status is ws-gl-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           select payment-file assign to bankpay
           organization is line sequential
           file status is ws-payment-status.
           select enrollment-file assign to bankenrl
           organization is indexed
           access mode is dynamic
           select next-check-file assign to chknext
           organization is sequential
           file status is ws-chknext-status.
           select garn-register-file assign to garnreg
           organization is line sequential
           file status is ws-garnreg-status.
           select expense-claim-file assign to expclaim
           organization is line sequential
           file status is ws-expclaim-status.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
       data division.
       file section.
       fd pay-result-file.
           copy "pay-result-record.cpy".
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
       fd person-file.
           copy "person-record.cpy".
      * payment record types: 'H' header, 'D' deposit, 'R'
      * reissued deposit, 'P' zero-amount prenote verification,
      * 'G' garnishment remittance to an agency (agency id in
      * the employee-id slot, agency name as the payee),
      * 'E' non-taxable expense reimbursement,
      * 'T' trailer. Deposits and prenotes carry the
      * enrollment's real routing/account; an employee with no
      * usable enrollment is routed to the check channel instead
      * - no bank record is written for them. Every record
      * carries the company code in PAY-COMPANY; the header
      * names the company and its originating account, and the
      * trailer closes that company's group. Every record,
      * header and trailer included, carries the settlement
      * date in PAY-SETTLE-DATE.
       fd payment-file.
       01 payment-record.
           05 pay-record-type pic x.
           05 pay-routing pic 9(9).
           05 pay-account pic x(12).
           05 pay-account-type pic x.
           05 pay-company pic x(2).
           05 pay-settle-date pic 9(8).
       01 payment-header-record redefines payment-record.
           05 filler pic x.
           05 pay-run-date pic 9(8).
           05 pay-orig-routing pic 9(9).
           05 pay-orig-account pic x(12).
           05 pay-company-name pic x(30).
           05 filler pic x(7).
           05 filler pic x(2).
           05 filler pic x(8).
       01 payment-trailer-record redefines payment-record.
           05 filler pic x.
           05 pay-trailer-count pic 9(6).
           05 pay-trailer-hash pic 9(10).
           05 filler pic x(50).
           05 filler pic x(2).
           05 filler pic x(8).
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       fd reissue-file.
       fd next-check-file.
       01 next-check-record.
           03 next-check-number pic 9(6).
       fd garn-register-file.
       01 garn-register-line pic x(80).
       fd expense-claim-file.
           copy "expense-claim-record.cpy".
       fd company-file.
           copy "company-record.cpy".
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'BANKEXT'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 09.
           05 filler pic x(8) value 'BANKPAY'.
           05 filler pic x(8) value 'CHKPRINT'.
           05 filler pic x(8) value 'GARNREG'.
           05 filler pic x(8) value 'CHECKREG'.
           05 filler pic x(8) value 'CHKNEXT'.
           05 filler pic x(8) value 'GARNMST'.
           05 filler pic x(8) value 'LOANMAST'.
           05 filler pic x(8) value 'REISSUEQ'.
           05 filler pic x(8) value 'BANKENRL'.
           05 filler pic x(120) value spaces.
      * the pay-result proof - detail count and booked net
      * against the trailer and the GL NETPAY credit
       01 ws-payrslt-status pic xx value '00'.
       01 ws-gl-status pic xx value '00'.
       01 ws-proof-eof pic x value 'N'.
           88 proof-eof value 'Y'.
       01 ws-proof-ok pic x value 'N'.
           88 proof-ok value 'Y'.
       01 ws-payrslt-count pic 9(6) value zeros.
       01 ws-payrslt-booked pic 9(12) value zeros.
       01 ws-payrslt-trailer-seen pic x value 'N'.
           88 payrslt-trailer-seen value 'Y'.
       01 ws-payrslt-trailer-count pic 9(6) value zeros.
       01 ws-payrslt-trailer-net pic 9(12) value zeros.
       01 ws-gl-netpay pic 9(12) value zeros.
       01 ws-gl-netpay-seen pic x value 'N'.
           88 gl-netpay-seen value 'Y'.
       01 ws-person-status pic xx value '00'.
       01 ws-payment-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-gross-pay pic 9(8) value zeros.
       01 ws-tax-withheld pic 9(8) value zeros.
       01 ws-net-pay pic s9(8) value zeros.
       01 ws-pre-tax-total pic 9(8) value zeros.
       01 ws-payment-count pic 9(6) value zeros.
       01 ws-payment-hash pic 9(10) value zeros.
      * the companies being paid tonight - every company with a
      * pay result, a NETPAY credit, a queued reissue or a claim
      * - with their originating accounts and the control totals
      * each group is proven and sealed with. The payment count
      * and hash above are the current company group's; the
      * file totals are the run's.
       01 ws-company-status pic xx value '00'.
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-pay-company-idx pic 99 value zeros.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 ws-lookup-company pic x(2).
       01 ws-current-company pic x(2) value '01'.
       01 ws-person-company pic x(2) value '01'.
       01 ws-payrslt-open pic x value 'N'.
           88 payrslt-open value 'Y'.
       01 company-table.
           05 company-entry occurs 10 times.
               10 cy-code pic x(2).
               10 cy-name pic x(30).
               10 cy-orig-routing pic 9(9).
               10 cy-orig-account pic x(12).
               10 cy-payrslt-count pic 9(6).
               10 cy-booked pic 9(12).
               10 cy-gl-netpay pic 9(12).
               10 cy-payment-count pic 9(6).
               10 cy-payment-hash pic 9(10).
               10 cy-garn-count pic 9(6).
               10 cy-garn-total pic 9(10).
       01 ws-file-payment-count pic 9(6) value zeros.
       01 ws-file-payment-hash pic 9(12) value zeros.
      * the employee's usable enrollments for this cycle - active
      * accounts split the net; prenote accounts get a zero
      * verification record and advance to active for next cycle;
       01 ws-chknext-status pic xx value '00'.
       01 ws-next-check-number pic 9(6) value 1.
       01 ws-check-count pic 9(6) value zeros.
      * an employee on unpaid leave of absence is not paid - the
      * accumulate run booked nothing for them, so nothing may
      * leave here either.
       01 ws-unpaid-leave pic x value 'N'.
           88 on-unpaid-leave value 'Y'.
       01 ws-leave-skipped-count pic 9(6) value zeros.
       01 ws-terminated pic x value 'N'.
           88 is-terminated value 'Y'.
       01 ws-term-skipped-count pic 9(6) value zeros.
       01 ws-check-amount-total pic 9(10) value zeros.
      * expense reimbursements, totalled per employee off the
      * night's claim file so each employee gets one payment.
       01 ws-expclaim-status pic xx value '00'.
       01 ws-expclaim-eof pic x value 'N'.
           88 expclaim-eof value 'Y'.
       01 ws-reimb-count pic 9(3) value zeros.
       01 ws-reimb-idx pic 9(3).
       01 ws-reimb-found pic x value 'N'.
           88 reimb-found value 'Y'.
       01 reimbursement-table.
           05 reimbursement-entry occurs 500 times.
               10 rb-employee-id pic x(6).
               10 rb-amount pic 9(8).
               10 rb-company pic x(2).
       01 ws-reimb-paid-count pic 9(4) value zeros.
       01 ws-reimb-paid-total pic 9(10) value zeros.
       01 cp-check-line-1.
           05 filler pic x(9) value 'CHECK NO '.
           05 cp-check-number pic 9(6).
       01 cp-check-line-3.
           05 filler pic x(9) value 'EMPLOYEE '.
           05 cp-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'DRAWN ON'.
           05 filler pic x(1) value spaces.
           05 cp-company-name pic x(30).
       01 cp-separator.
           05 filler pic x(40) value all '-'.
      * garnishment orders taken per employee, and the agency
      * payee table the remittance section is written from.
       01 ws-garnreg-status pic xx value '00'.
       01 ws-garn-function pic x value 'C'.
           88 garn-post value 'P'.
       01 ws-disposable-earnings pic 9(8) value zeros.
       01 ws-garn-detail.
           05 ws-garn-count pic 99.
           05 ws-garn-entry occurs 10 times.
               10 ws-garn-case-number pic x(12).
               10 ws-garn-agency-id pic x(6).
               10 ws-garn-agency-name pic x(20).
               10 ws-garn-agency-routing pic 9(9).
               10 ws-garn-agency-account pic x(12).
               10 ws-garn-amount pic 9(8).
               10 ws-garn-balance-after pic 9(8).
       01 ws-garn-total pic 9(8) value zeros.
      * 'N' back from either routine when its master could not be
      * read or a balance posted - the employee's payment is then
      * wrong and the run fails.
       01 ws-garn-status pic x value 'Y'.
       01 ws-loan-status pic x value 'Y'.
       01 ws-garn-idx pic 99.
       01 ws-garn-grand-total pic 9(10) value zeros.
       01 ws-garn-order-count pic 9(6) value zeros.
      * loan and salary advance repayments, taken after the
      * garnishment orders out of what is left of the net and
      * posted to the loan master here, where the money is kept
      * back.
       01 ws-loan-room pic s9(8) value zeros.
       01 ws-loan-detail.
           05 ws-loan-count pic 99.
           05 ws-loan-entry occurs 5 times.
               10 ws-loan-number pic x(4).
               10 ws-loan-description pic x(20).
               10 ws-loan-amount pic 9(8).
               10 ws-loan-balance-after pic 9(8).
       01 ws-loan-total pic 9(8) value zeros.
       01 ws-loan-taken-count pic 9(6) value zeros.
       01 ws-loan-grand-total pic 9(10) value zeros.
       01 ws-agency-count pic 99 value zeros.
       01 ws-agency-idx pic 99.
       01 ws-agency-found pic x value 'N'.
           88 agency-found value 'Y'.
       01 agency-payee-table.
           05 agency-payee-entry occurs 50 times.
               10 ap-agency-id pic x(6).
               10 ap-agency-name pic x(20).
               10 ap-routing pic 9(9).
               10 ap-account pic x(12).
               10 ap-total pic 9(10).
               10 ap-order-count pic 9(6).
       01 gr-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(30) value 'GARNISHMENT REGISTER'.
       01 gr-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 gr-date-value pic x(10).
       01 gr-heading.
           05 filler pic x(8) value 'EMPLOYEE'.
           05 filler pic x(14) value 'CASE NUMBER'.
           05 filler pic x(8) value 'AGENCY'.
           05 filler pic x(11) value '   WITHHELD'.
           05 filler pic x(11) value '    BALANCE'.
       01 gr-detail-line.
           05 gr-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 gr-case-number pic x(12).
           05 filler pic x(2) value spaces.
           05 gr-agency-id pic x(6).
           05 filler pic x(2) value spaces.
           05 gr-amount pic z(8)9.
           05 filler pic x(2) value spaces.
           05 gr-balance pic z(8)9.
       01 gr-agency-line.
           05 filler pic x(8) value 'AGENCY '.
           05 gr-agency-total-id pic x(6).
           05 filler pic x(2) value spaces.
           05 gr-agency-name pic x(20).
           05 filler pic x(8) value ' orders '.
           05 gr-agency-orders pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 gr-agency-total pic z(9)9.
       01 gr-company-line.
           05 filler pic x(8) value 'COMPANY '.
           05 gr-company-code pic x(2).
           05 filler pic x(2) value spaces.
           05 gr-company-name pic x(30).
       01 gr-total-line.
           05 gr-total-label pic x(36).
           05 gr-total-count pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 gr-total-amount pic z(9)9.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
      * the settlement date for the whole file, and the first
      * settlement date an account prenoted tonight may take
      * money on
       01 ws-settle-function pic x value 'C'.
       01 ws-scheduled-pay-date pic 9(8) value zeros.
       01 ws-settle-date.
           05 ws-settle-year pic 9(4).
           05 ws-settle-month pic 99.
           05 ws-settle-day pic 99.
       01 ws-settle-date-n redefines ws-settle-date pic 9(8).
       01 ws-settle-date-display pic x(10).
       01 ws-prenote-live-date pic 9(8) value zeros.
       01 ws-settle-basis pic x.
           88 settle-as-scheduled value 'S'.
           88 settle-rolled-back value 'R'.
       01 ws-settle-result pic x.
           88 settle-ok value 'Y'.
           88 settle-passed value 'P'.
       01 ws-lead-skipped-count pic 9(4) value zeros.
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           perform prove-pay-results.
           if not proof-ok
               display "PAY-RESULT FILE NOT PROVEN - nothing "
                   "paid, no bank file written."
               move 8 to return-code
               go to cc-end
           end-if.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           perform work-out-settlement-date.
           if not settle-ok
               move 8 to return-code
               go to cc-end
           end-if.
               go to cc-end
           end-if.
           set setup-ok to true.
      * the enrollment master opens i-o so a prenote account can
      * be advanced to active after its verification record is
      * written; a missing master means nobody is enrolled yet.
           if ws-reissue-status = '00'
               set reissueq-open to true
           end-if.
           perform load-expense-claims.
           perform scan-reissue-companies.
           if return-code = 0
               perform load-company-accounts
           end-if.
           if return-code not = 0
               display "Company set-up failed - nothing paid."
               go to cc-end
           end-if.
           open output check-print-file.
           if ws-chkprint-status not = '00'
               display "ERROR opening check print file, status="
               go to cc-end
           end-if.
           perform read-next-check-number.
           open output garn-register-file.
           if ws-garnreg-status not = '00'
               display "ERROR opening garnishment register, "
                   "status=" ws-garnreg-status
               move 8 to return-code
               go to cc-end
           end-if.
           perform write-garn-register-heading.
      * one group per company - the pay-result file is walked
      * once per company, taking that company's records, and the
      * company's reissues, reimbursements and agency
      * remittances close its group ahead of its trailer.
       bb-next-company.
           add 1 to ws-pay-company-idx.
           if ws-pay-company-idx > ws-company-count
               go to cc-end
           end-if.
           perform start-company-group.
           if return-code not = 0
               go to cc-end
           end-if.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
               go to cc-end
           end-if.
           set payrslt-open to true.
      * the file was proven whole above - the trailer ends the
      * walk.
       bb-read.
           read pay-result-file at end
               go to bb-company-end
           end-read.
           if ws-payrslt-status not = '00'
               display "ERROR reading pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
               go to cc-end
           end-if.
           if pr-trailer
               go to bb-company-end
           end-if.
           move pr-company to ws-lookup-company.
           if ws-lookup-company = spaces
               move '01' to ws-lookup-company
           end-if.
           if ws-lookup-company not = ws-current-company
               go to bb-read
           end-if.
           move pr-employee-id to ws-current-employee-id.
           perform write-employee-payment.
           if return-code >= 8
               go to cc-end
           end-if.
           go to bb-read.
      * a group that failed part-way must not be sealed with a
      * valid trailer - without one the bank's own edit rejects
      * the file instead of paying a partial payroll.
       bb-company-end.
           close pay-result-file.
           move 'N' to ws-payrslt-open.
           perform process-reissue-queue.
           if return-code = 0
               perform pay-company-reimbursements
           end-if.
           if return-code = 0
               perform write-agency-remittances
           end-if.
           perform write-garn-company-totals.
           if return-code not = 0
               go to cc-end
           end-if.
           perform write-payment-trailer.
           if return-code not = 0
               go to cc-end
           end-if.
           move ws-payment-count to cy-payment-count(ws-company-idx).
           move ws-payment-hash to cy-payment-hash(ws-company-idx).
           add ws-payment-count to ws-file-payment-count.
           add ws-payment-hash to ws-file-payment-hash.
           display "Company " ws-current-company " payments "
               "written: " ws-payment-count ", amount hash "
               ws-payment-hash.
           go to bb-next-company.
       cc-end.
           if setup-ok
               if ws-garnreg-status = '00'
                   perform write-garn-register-totals
                   close garn-register-file
               end-if
               if return-code = 0
                   display "Bank payments written: "
                       ws-file-payment-count ", amount hash "
                       ws-file-payment-hash ", companies "
                       ws-company-count
                   display "Expense reimbursements paid: "
                       ws-reimb-paid-count ", amount "
                       ws-reimb-paid-total
               else
                   display "Payment file INCOMPLETE - the last "
                       "company group has no trailer, do not send "
                       "to bank."
               end-if
               if payrslt-open
                   close pay-result-file
               end-if
               if ws-person-status = '00' or ws-person-status = '10'
                   or ws-person-status = '23'
                           "status=" ws-payment-status
                   end-if
               end-if
               if enrlmast-open
                   close enrollment-file
                   if ws-prenote-count > 0
                       display "Prenote records sent: "
                           ws-prenote-count
                   end-if
                   if ws-lead-skipped-count > 0
                       display "Accounts inside prenote lead "
                           "days, not paid: " ws-lead-skipped-count
                   end-if
               end-if
               if reissueq-open
                   close reissue-file
               if ws-chkprint-status = '00'
                   close check-print-file
               end-if
               display "Unpaid leave, not paid: "
                   ws-leave-skipped-count
               display "Terminated, not paid: "
                   ws-term-skipped-count
               display "Checks issued: " ws-check-count
                   ", amount " ws-check-amount-total
               if return-code not = 0 and ws-check-count > 0
                       "void this attempt's register rows "
                       "(check-maint) before rerunning."
               end-if
               if return-code not = 0 and ws-garn-order-count > 0
                   display "Run FAILED after posting garnishment "
                       "balances - review the orders on the "
                       "garnishment register (garnish-maint) "
                       "before rerunning."
               end-if
               display "Loan repayments taken: "
                   ws-loan-taken-count ", amount "
                   ws-loan-grand-total
               if return-code not = 0 and ws-loan-taken-count > 0
                   display "Run FAILED after posting loan "
                       "balances - review the loans (loan-maint) "
                       "before rerunning."
               end-if
           end-if.
           perform record-run-end.
           stop run.

      * the net the pay statement prints, off the pay result.
      * The orders and the loans are first worked out without
      * touching either master and must come to what the
      * accumulate run worked out and booked; a master changed
      * in between refuses the run before any balance moves,
      * rather than pay a net the ledger does not carry. Only
      * when both agree are they taken again for real - posting
      * their balances as the money leaves. Only a positive net
      * becomes a payment - a zero or negative net is a payroll
      * question, not a deposit.
       write-employee-payment.
           perform look-up-person-name.
           evaluate true
               when on-unpaid-leave
                   add 1 to ws-leave-skipped-count
                   display "No payment for " ws-current-employee-id
                       " - on unpaid leave of absence."
               when is-terminated
                   add 1 to ws-term-skipped-count
                   display "No payment for " ws-current-employee-id
                       " - terminated."
               when other
                   move pr-gross-pay to ws-gross-pay
                   move pr-pre-tax-total to ws-pre-tax-total
                   compute ws-tax-withheld =
                       pr-tax-withheld + pr-extra-withholding
                   move 'C' to ws-garn-function
                   move pr-net-before-orders to ws-net-pay
                   perform take-garnishments
                   perform take-loan-repayments
                   if ws-garn-total not = pr-garnishment-total
                       or ws-loan-total not = pr-loan-total
                       display "ERROR: orders/loans due for "
                           ws-current-employee-id " (" ws-garn-total
                           "/" ws-loan-total ") differ from the pay "
                           "result (" pr-garnishment-total "/"
                           pr-loan-total ") - run stopped."
                       move 8 to return-code
                   end-if
                   if return-code = 0
                       move 'P' to ws-garn-function
                       move pr-net-before-orders to ws-net-pay
                       perform take-garnishments
                       perform take-loan-repayments
                       if return-code = 0
                           if ws-net-pay > 0
                               perform route-employee-payment
                           else
                               display "No payment for "
                                   ws-current-employee-id
                                   " - net pay not positive."
                           end-if
                       end-if
                   end-if
           end-evaluate.
           move 'N' to ws-unpaid-leave.

      * read the whole pay-result file once before a single
      * payment is written: trailer present, count and booked
      * net matching the records, net matching the GL NETPAY
      * credit the same accumulate run posted.
       prove-pay-results.
           move 'N' to ws-proof-ok.
           move 'N' to ws-proof-eof.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
           else
               perform until proof-eof
                   read pay-result-file
                       at end
                           set proof-eof to true
                       not at end
                           if pr-trailer
                               set payrslt-trailer-seen to true
                               move pr-trailer-count
                                   to ws-payrslt-trailer-count
                               move pr-trailer-net-total
                                   to ws-payrslt-trailer-net
                               set proof-eof to true
                           else
                               add 1 to ws-payrslt-count
                               add pr-net-booked
                                   to ws-payrslt-booked
                               move pr-company to ws-lookup-company
                               perform find-company-entry
                               if ws-company-idx > 0
                                   add 1 to cy-payrslt-count(
                                       ws-company-idx)
                                   add pr-net-booked to cy-booked(
                                       ws-company-idx)
                               end-if
                           end-if
                   end-read
                   if ws-payrslt-status not = '00'
                       and ws-payrslt-status not = '10'
                       display "ERROR reading pay-result file, "
                           "status=" ws-payrslt-status
                       set proof-eof to true
                   end-if
               end-perform
               close pay-result-file
               perform read-gl-netpay
               evaluate true
                   when not payrslt-trailer-seen
                       display "Pay-result file has no trailer - "
                           "incomplete accumulate run."
                   when ws-payrslt-trailer-count
                       not = ws-payrslt-count
                       display "Pay-result trailer count "
                           ws-payrslt-trailer-count
                           " does not match " ws-payrslt-count
                           " records."
                   when ws-payrslt-trailer-net
                       not = ws-payrslt-booked
                       display "Pay-result trailer net "
                           ws-payrslt-trailer-net
                           " does not match records "
                           ws-payrslt-booked "."
                   when not gl-netpay-seen
                       display "No NETPAY credit line in the GL "
                           "extract."
                   when ws-payrslt-trailer-net not = ws-gl-netpay
                       display "Pay-result net "
                           ws-payrslt-trailer-net
                           " does not match GL NETPAY "
                           ws-gl-netpay "."
                   when other
                       set proof-ok to true
                       display "Pay results proven: "
                           ws-payrslt-count " employees, net "
                           ws-payrslt-trailer-net " = GL NETPAY."
               end-evaluate
               if proof-ok
                   perform prove-company-netpay
                       varying ws-company-idx from 1 by 1
                       until ws-company-idx > ws-company-count
               end-if
           end-if.

      * each company's booked net must be that company's own
      * NETPAY credit - the totals tying is not enough when the
      * money leaves from different accounts.
       prove-company-netpay.
           if cy-booked(ws-company-idx)
               not = cy-gl-netpay(ws-company-idx)
               display "Company " cy-code(ws-company-idx)
                   " pay-result net " cy-booked(ws-company-idx)
                   " does not match its GL NETPAY "
                   cy-gl-netpay(ws-company-idx) "."
               move 'N' to ws-proof-ok
           else
               display "Company " cy-code(ws-company-idx) ": "
                   cy-payrslt-count(ws-company-idx)
                   " employees, net " cy-booked(ws-company-idx)
                   " = GL NETPAY."
           end-if.

      * a blank company (a record from before the company split)
      * is the original company '01'. More than ten companies
      * refuses the run.
       find-company-entry.
           if ws-lookup-company = spaces
               move '01' to ws-lookup-company
           end-if.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
               until company-found
                   or ws-company-idx > ws-company-count
               if cy-code(ws-company-idx) = ws-lookup-company
                   set company-found to true
               end-if
           end-perform.
           if company-found
               subtract 1 from ws-company-idx
           else
               if ws-company-count < 10
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   move ws-lookup-company to cy-code(ws-company-idx)
                   move spaces to cy-name(ws-company-idx)
                   move zeros to cy-orig-routing(ws-company-idx)
                   move spaces to cy-orig-account(ws-company-idx)
                   move zeros to cy-payrslt-count(ws-company-idx)
                   move zeros to cy-booked(ws-company-idx)
                   move zeros to cy-gl-netpay(ws-company-idx)
                   move zeros to cy-payment-count(ws-company-idx)
                   move zeros to cy-payment-hash(ws-company-idx)
                   move zeros to cy-garn-count(ws-company-idx)
                   move zeros to cy-garn-total(ws-company-idx)
               else
                   display "ERROR: more than 10 companies - "
                       "company " ws-lookup-company
                       " cannot be paid."
                   move 8 to return-code
                   move zeros to ws-company-idx
               end-if
           end-if.

      * the originating account of every company being paid,
      * off the company master - a company not on it cannot be
      * paid from anywhere, so the run is refused.
       load-company-accounts.
           open input company-file.
           if ws-company-status not = '00'
               display "ERROR opening company master, status="
                   ws-company-status
               move 8 to return-code
           else
               perform load-one-company-account
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               close company-file
           end-if.

       load-one-company-account.
           move cy-code(ws-company-idx) to company-master-code.
           read company-file
               invalid key
                   display "ERROR: company " cy-code(ws-company-idx)
                       " is not on the company master."
                   move 8 to return-code
               not invalid key
                   move company-master-name
                       to cy-name(ws-company-idx)
                   move company-orig-routing
                       to cy-orig-routing(ws-company-idx)
                   move company-orig-account
                       to cy-orig-account(ws-company-idx)
                   if company-inactive
                       display "WARNING: company "
                           cy-code(ws-company-idx)
                           " is inactive on the company master "
                           "- paid from its account all the same."
                   end-if
           end-read.

      * a queued reissue is paid in its employee's company group,
      * so its company has to be in the table before the walk.
       scan-reissue-companies.
           if reissueq-open
               move 'N' to ws-reissue-eof-flag
               move low-values to rq-key
               start reissue-file key is not less than rq-key
                   invalid key
                       set reissue-eof to true
               end-start
               perform until reissue-eof
                   read reissue-file next record
                       at end
                           set reissue-eof to true
                       not at end
                           if rq-queued
                               move rq-employee-id
                                   to ws-current-employee-id
                               perform look-up-person-name
                               move ws-person-company
                                   to ws-lookup-company
                               perform find-company-entry
                           end-if
                   end-read
                   if ws-reissue-status not = '00'
                       and ws-reissue-status not = '10'
                       display "ERROR reading reissue queue, "
                           "status=" ws-reissue-status
                       move 8 to return-code
                       set reissue-eof to true
                   end-if
               end-perform
           end-if.

      * a new company group - the header names the company and
      * the account its money leaves from, and the agency payee
      * table starts empty so each company remits its own
      * employees' orders.
       start-company-group.
           move ws-pay-company-idx to ws-company-idx.
           move cy-code(ws-company-idx) to ws-current-company.
           move zeros to ws-payment-count.
           move zeros to ws-payment-hash.
           move zeros to ws-agency-count.
           perform write-payment-header.
           move cy-code(ws-company-idx) to gr-company-code.
           move cy-name(ws-company-idx) to gr-company-name.
           move spaces to garn-register-line.
           perform write-garn-register-line.
           move gr-company-line to garn-register-line.
           perform write-garn-register-line.

       read-gl-netpay.
           move zeros to ws-gl-netpay.
           move 'N' to ws-proof-eof.
           open input gl-posting-file.
           if ws-gl-status not = '00'
               display "ERROR opening GL posting extract, "
                   "status=" ws-gl-status
           else
               perform until proof-eof
                   read gl-posting-file
                       at end
                           set proof-eof to true
                       not at end
                           if gl-record-type = 'D'
                               and gl-account = 'NETPAY'
                               and gl-dr-cr = 'CR'
                               add gl-amount to ws-gl-netpay
                               set gl-netpay-seen to true
                               move gl-company to ws-lookup-company
                               perform find-company-entry
                               if ws-company-idx > 0
                                   add gl-amount to cy-gl-netpay(
                                       ws-company-idx)
                               end-if
                           end-if
                   end-read
                   if ws-gl-status not = '00'
                       and ws-gl-status not = '10'
                       display "ERROR reading GL posting "
                           "extract, status=" ws-gl-status
                       set proof-eof to true
                   end-if
               end-perform
               close gl-posting-file
           end-if.

      * disposable earnings are gross less the pre-tax deductions
      * and every tax withheld; the orders come off the net last.
      * Computing, the master is only read; posting, the balances
      * come down here, where the money actually leaves, and each
      * order taken lands on the register and in its agency's
      * remittance total.
       take-garnishments.
           move zeros to ws-garn-count.
           move zeros to ws-garn-total.
           if ws-net-pay > 0
               if ws-gross-pay > ws-pre-tax-total + ws-tax-withheld
                   compute ws-disposable-earnings = ws-gross-pay
                       - ws-pre-tax-total - ws-tax-withheld
               else
                   move zeros to ws-disposable-earnings
               end-if
               call "apply-garnishments" using ws-garn-function,
                   ws-current-employee-id, ws-disposable-earnings,
                   ws-net-pay, ws-garn-detail, ws-garn-total,
                   ws-garn-status
               if ws-garn-status not = 'Y'
                   display "ERROR: garnishment orders for "
                       ws-current-employee-id " not read or not "
                       "posted - the payment cannot be trusted."
                   move 8 to return-code
               end-if
               subtract ws-garn-total from ws-net-pay
               if garn-post
                   perform record-garnishment-taken
                       varying ws-garn-idx from 1 by 1
                       until ws-garn-idx > ws-garn-count
               end-if
           end-if.

       take-loan-repayments.
           move zeros to ws-loan-count.
           move zeros to ws-loan-total.
           if ws-net-pay > 0
               move ws-net-pay to ws-loan-room
               call "apply-loan-repayments" using ws-garn-function,
                   ws-current-employee-id, ws-run-date-n,
                   ws-loan-room, ws-loan-detail, ws-loan-total,
                   ws-loan-status
               if ws-loan-status not = 'Y'
                   display "ERROR: loans for "
                       ws-current-employee-id " not read or not "
                       "posted - the payment cannot be trusted."
                   move 8 to return-code
               end-if
               subtract ws-loan-total from ws-net-pay
               if garn-post
                   add ws-loan-count to ws-loan-taken-count
                   add ws-loan-total to ws-loan-grand-total
               end-if
           end-if.

       record-garnishment-taken.
           move ws-current-employee-id to gr-employee-id.
           move ws-garn-case-number(ws-garn-idx) to gr-case-number.
           move ws-garn-agency-id(ws-garn-idx) to gr-agency-id.
           move ws-garn-amount(ws-garn-idx) to gr-amount.
           move ws-garn-balance-after(ws-garn-idx) to gr-balance.
           move gr-detail-line to garn-register-line.
           perform write-garn-register-line.
           add 1 to ws-garn-order-count.
           add ws-garn-amount(ws-garn-idx) to ws-garn-grand-total.
           add 1 to cy-garn-count(ws-company-idx).
           add ws-garn-amount(ws-garn-idx)
               to cy-garn-total(ws-company-idx).
           move 'N' to ws-agency-found.
           perform find-agency-payee
               varying ws-agency-idx from 1 by 1
               until ws-agency-idx > ws-agency-count
                   or agency-found.
           if not agency-found
               if ws-agency-count < 50
                   add 1 to ws-agency-count
                   move ws-agency-count to ws-agency-idx
                   move ws-garn-agency-id(ws-garn-idx)
                       to ap-agency-id(ws-agency-idx)
                   move ws-garn-agency-name(ws-garn-idx)
                       to ap-agency-name(ws-agency-idx)
                   move ws-garn-agency-routing(ws-garn-idx)
                       to ap-routing(ws-agency-idx)
                   move ws-garn-agency-account(ws-garn-idx)
                       to ap-account(ws-agency-idx)
                   move zeros to ap-total(ws-agency-idx)
                   move zeros to ap-order-count(ws-agency-idx)
                   set agency-found to true
               else
                   display "ERROR: more than 50 garnishment "
                       "agencies - remittance for "
                       ws-garn-agency-id(ws-garn-idx)
                       " cannot be written."
                   move 8 to return-code
               end-if
           else
               subtract 1 from ws-agency-idx
           end-if.
           if agency-found
               add ws-garn-amount(ws-garn-idx)
                   to ap-total(ws-agency-idx)
               add 1 to ap-order-count(ws-agency-idx)
           end-if.

       find-agency-payee.
           if ap-agency-id(ws-agency-idx)
               = ws-garn-agency-id(ws-garn-idx)
               set agency-found to true
           end-if.

      * the payee section - one remittance per agency for
      * everything withheld tonight, counted and hashed into the
      * trailer like every other payment on the file.
       write-agency-remittances.
           perform write-one-agency-remittance
               varying ws-agency-idx from 1 by 1
               until ws-agency-idx > ws-agency-count.

       write-one-agency-remittance.
           if ap-total(ws-agency-idx) > 0
               move spaces to payment-record
               move 'G' to pay-record-type
               move ap-agency-id(ws-agency-idx) to pay-employee-id
               move ap-agency-name(ws-agency-idx)
                   to pay-employee-name
               move ap-total(ws-agency-idx) to pay-net-amount
               move ap-routing(ws-agency-idx) to pay-routing
               move ap-account(ws-agency-idx) to pay-account
               move 'C' to pay-account-type
               move ws-current-company to pay-company
               move ws-settle-date-n to pay-settle-date
               write payment-record
               if ws-payment-status not = '00'
                   display "ERROR writing agency remittance, "
                       "status=" ws-payment-status
                   move 8 to return-code
               else
                   add 1 to ws-payment-count
                   add ap-total(ws-agency-idx) to ws-payment-hash
               end-if
           end-if.

       write-garn-register-heading.
           move gr-title to garn-register-line.
           perform write-garn-register-line.
           move ws-run-date-display to gr-date-value.
           move gr-run-date to garn-register-line.
           perform write-garn-register-line.
           move spaces to garn-register-line.
           perform write-garn-register-line.
           move gr-heading to garn-register-line.
           perform write-garn-register-line.

      * the company's agencies and its subtotal close its part
      * of the register; the run total follows the last company.
       write-garn-company-totals.
           move spaces to garn-register-line.
           perform write-garn-register-line.
           perform write-garn-agency-total
               varying ws-agency-idx from 1 by 1
               until ws-agency-idx > ws-agency-count.
           move spaces to gr-total-label.
           string "Company " ws-current-company
               " withheld, orders taken:" delimited by size
               into gr-total-label.
           move cy-garn-count(ws-company-idx) to gr-total-count.
           move cy-garn-total(ws-company-idx) to gr-total-amount.
           move gr-total-line to garn-register-line.
           perform write-garn-register-line.

       write-garn-register-totals.
           move spaces to garn-register-line.
           perform write-garn-register-line.
           move "Total withheld, orders taken:" to gr-total-label.
           move ws-garn-order-count to gr-total-count.
           move ws-garn-grand-total to gr-total-amount.
           move gr-total-line to garn-register-line.
           perform write-garn-register-line.

       write-garn-agency-total.
           move ap-agency-id(ws-agency-idx) to gr-agency-total-id.
           move ap-agency-name(ws-agency-idx) to gr-agency-name.
           move ap-order-count(ws-agency-idx) to gr-agency-orders.
           move ap-total(ws-agency-idx) to gr-agency-total.
           move gr-agency-line to garn-register-line.
           perform write-garn-register-line.

       write-garn-register-line.
           write garn-register-line.
           if ws-garnreg-status not = '00'
               display "ERROR writing garnishment register, "
                   "status=" ws-garnreg-status
           end-if.

       route-employee-payment.
           perform look-up-person-name.
               end-perform
           end-if.

      * an account whose prenote lead days run past tonight's
      * settlement date is passed over like a held one.
       take-enrollment-row.
           if enr-active and enr-live-date is numeric
               and enr-live-date > ws-settle-date-n
               add 1 to ws-lead-skipped-count
               display "Account " enr-account-seq " of "
                   enr-employee-id " live from " enr-live-date
                   " - not paid this settlement."
           else
               perform take-usable-enrollment-row
           end-if.

       take-usable-enrollment-row.
           evaluate true
               when enr-active
                   if ws-active-count < 9
               when enr-prenote
                   perform write-prenote-record
                   move 'A' to enr-status
                   move ws-prenote-live-date to enr-live-date
                   rewrite bank-enrollment-record
                   if ws-enrollment-status not = '00'
                       display "ERROR advancing prenote for "
           move enr-routing to pay-routing.
           move enr-account to pay-account.
           move enr-account-type to pay-account-type.
           move ws-current-company to pay-company.
           move ws-settle-date-n to pay-settle-date.
           write payment-record.
           if ws-payment-status not = '00'
               display "ERROR writing prenote record, status="
           move ws-net-pay to ck-amount.
           move ws-run-date-n to ck-issue-date.
           move 'I' to ck-status.
           evaluate ws-payment-record-type
               when 'R'
                   move 'R' to ck-source
               when 'E'
                   move 'E' to ck-source
               when other
                   move 'N' to ck-source
           end-evaluate.
           move zeros to ck-pp-issue-seq.
           move zeros to ck-pp-void-seq.
           write check-register-record.
           if ws-checkreg-status not = '00'
               display "ERROR writing check register row, "

       print-check-image.
           move ck-check-number to cp-check-number.
           move ws-settle-date-display to cp-date.
           move cp-check-line-1 to check-print-line.
           perform write-check-print-line.
           move person-name to cp-payee.
           move cp-check-line-2 to check-print-line.
           perform write-check-print-line.
           move ws-current-employee-id to cp-employee-id.
           move cy-name(ws-company-idx) to cp-company-name.
           move cp-check-line-3 to check-print-line.
           perform write-check-print-line.
           move cp-separator to check-print-line.
               move aa-account(ws-enrl-idx) to pay-account
               move aa-account-type(ws-enrl-idx)
                   to pay-account-type
               move ws-current-company to pay-company
               move ws-settle-date-n to pay-settle-date
               write payment-record
               if ws-payment-status not = '00'
                   display "ERROR writing payment record, "
                           set reissue-eof to true
                       not at end
                           if rq-queued
                               move rq-employee-id
                                   to ws-current-employee-id
                               perform look-up-person-name
                               if ws-person-company
                                   = ws-current-company
                                   perform pay-one-reissue
                               end-if
                           end-if
                   end-read
                   if ws-reissue-status not = '00'
               end-if
           end-if.

      * the night's approved claims, one payment per employee for
      * the total of their claims, loaded before anything is paid
      * so each employee's company is known - the payments go out
      * in that company's group. A missing claim file means no
      * reimbursements tonight.
       load-expense-claims.
           move 'N' to ws-expclaim-eof.
           open input expense-claim-file.
           if ws-expclaim-status not = '35'
               if ws-expclaim-status not = '00'
                   display "ERROR opening expense claim file, "
                       "status=" ws-expclaim-status
                   move 8 to return-code
               else
                   perform until expclaim-eof
                       read expense-claim-file
                           at end
                               set expclaim-eof to true
                           not at end
                               perform take-expense-claim
                       end-read
                       if ws-expclaim-status not = '00'
                           and ws-expclaim-status not = '10'
                           display "ERROR reading expense claim "
                               "file, status=" ws-expclaim-status
                           move 8 to return-code
                           set expclaim-eof to true
                       end-if
                   end-perform
                   close expense-claim-file
               end-if
           end-if.

       pay-company-reimbursements.
           perform varying ws-reimb-idx from 1 by 1
               until ws-reimb-idx > ws-reimb-count
                   or return-code not = 0
               if rb-company(ws-reimb-idx) = ws-current-company
                   perform pay-one-reimbursement
               end-if
           end-perform.

       take-expense-claim.
           move 'N' to ws-reimb-found.
           perform varying ws-reimb-idx from 1 by 1
               until reimb-found or ws-reimb-idx > ws-reimb-count
               if rb-employee-id(ws-reimb-idx) = xc-employee-id
                   set reimb-found to true
               end-if
           end-perform.
           if reimb-found
               subtract 1 from ws-reimb-idx
               add xc-amount to rb-amount(ws-reimb-idx)
           else
               if ws-reimb-count < 500
                   add 1 to ws-reimb-count
                   move ws-reimb-count to ws-reimb-idx
                   move xc-employee-id to rb-employee-id(ws-reimb-idx)
                   move xc-amount to rb-amount(ws-reimb-idx)
                   move xc-employee-id to ws-current-employee-id
                   perform look-up-person-name
                   move ws-person-company
                       to rb-company(ws-reimb-idx)
                   move ws-person-company to ws-lookup-company
                   perform find-company-entry
               else
                   display "ERROR: more than 500 employees with "
                       "expense claims - claim " xc-claim-number
                       " cannot be paid."
                   move 8 to return-code
               end-if
           end-if.

       pay-one-reimbursement.
           move rb-employee-id(ws-reimb-idx)
               to ws-current-employee-id.
           move rb-amount(ws-reimb-idx) to ws-net-pay.
           perform look-up-person-name.
           move 'E' to ws-payment-record-type.
           perform collect-enrollments.
           if ws-active-count = 0
               perform write-unenrolled-payment
           else
               perform write-split-payments
           end-if.
           move 'D' to ws-payment-record-type.
           add 1 to ws-reimb-paid-count.
           add rb-amount(ws-reimb-idx) to ws-reimb-paid-total.

      * unpaid leave counts from its effective date - a leave
      * keyed ahead of time does not stop pay before it starts.
      * A termination is the same: nothing is paid from its
      * effective date on.
       look-up-person-name.
           move 'N' to ws-unpaid-leave.
           move 'N' to ws-terminated.
           move '01' to ws-person-company.
           move ws-current-employee-id
               to employee-id of person-record.
           move "** NOT ON PERSON FILE **" to person-name.
                   if ws-person-status not = '00'
                       move "** NOT ON PERSON FILE **"
                           to person-name
                   else
                       if person-company not = spaces
                           move person-company to ws-person-company
                       end-if
                       if person-on-leave and person-leave-unpaid
                           and person-status-date <= ws-run-date-n
                           set on-unpaid-leave to true
                       end-if
                       if person-terminated
                           and person-status-date <= ws-run-date-n
                           set is-terminated to true
                       end-if
                   end-if
           end-read.

           move spaces to payment-record.
           move 'H' to pay-record-type.
           move ws-run-date-n to pay-run-date.
           move cy-orig-routing(ws-company-idx) to pay-orig-routing.
           move cy-orig-account(ws-company-idx) to pay-orig-account.
           move cy-name(ws-company-idx) to pay-company-name.
           move ws-current-company to pay-company.
           move ws-settle-date-n to pay-settle-date.
           write payment-record.
           if ws-payment-status not = '00'
               display "ERROR writing payment header, status="
           move 'T' to pay-record-type.
           move ws-payment-count to pay-trailer-count.
           move ws-payment-hash to pay-trailer-hash.
           move ws-current-company to pay-company.
           move ws-settle-date-n to pay-settle-date.
           write payment-record.
           if ws-payment-status not = '00'
               display "ERROR writing payment trailer, status="
               move 8 to return-code
           end-if.

      * the file settles on the current pay period's scheduled
      * pay date, or the business day before it; a date already
      * behind the run date means the deposits would land late,
      * and the run is refused before anything is opened.
       work-out-settlement-date.
           move 'C' to ws-settle-function.
           call "settlement-date" using ws-settle-function,
               ws-run-date-n, ws-scheduled-pay-date,
               ws-settle-date-n, ws-prenote-live-date,
               ws-settle-basis, ws-settle-result.
           if settle-passed
               display "SETTLEMENT DATE " ws-settle-date-n
                   " HAS PASSED (scheduled pay date "
                   ws-scheduled-pay-date ") - nothing paid, no "
                   "bank file written."
           else
               if not settle-ok
                   display "Settlement date could not be worked "
                       "out - nothing paid."
               else
                   move ws-settle-month
                       to ws-settle-date-display(1:2)
                   move '/' to ws-settle-date-display(3:1)
                   move ws-settle-day to ws-settle-date-display(4:2)
                   move '/' to ws-settle-date-display(6:1)
                   move ws-settle-year
                       to ws-settle-date-display(7:4)
                   evaluate true
                       when settle-as-scheduled
                           display "Settlement date "
                               ws-settle-date-n
                               " - the scheduled pay date."
                       when settle-rolled-back
                           display "Settlement date "
                               ws-settle-date-n " - scheduled pay "
                               "date " ws-scheduled-pay-date
                               " is not a business day."
                       when other
                           display "WARNING: no scheduled pay "
                               "date on the pay calendar - "
                               "settling on " ws-settle-date-n
                   end-evaluate
               end-if
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
           move ws-file-payment-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
