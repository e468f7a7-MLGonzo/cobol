           select calendar-file assign to paycal
           organization is line sequential
           file status is ws-calendar-status.
           select jurisdiction-wage-file assign to jurwage
           organization is indexed
           access mode is dynamic
           record key is jw-key
           file status is ws-jurwage-status.
           select expense-claim-file assign to expclaim
           organization is line sequential
           file status is ws-expclaim-status.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select labor-dist-file assign to lddetail
           organization is sequential
           file status is ws-lddet-status.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
       data division.
       file section.
       fd salary-file.
           copy "comp-history-record.cpy".
       fd calendar-file.
           copy "pay-calendar-record.cpy".
       fd jurisdiction-wage-file.
           copy "jurisdiction-wage-record.cpy".
       fd expense-claim-file.
           copy "expense-claim-record.cpy".
       fd pay-result-file.
           copy "pay-result-record.cpy".
       fd labor-dist-file.
           copy "labor-distribution-record.cpy".
       fd company-file.
           copy "company-record.cpy".
       working-storage section.
       01 ws-salary-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 19.
           05 filler pic x(8) value 'SALRPT'.
           05 filler pic x(8) value 'GLPOST'.
           05 filler pic x(8) value 'SALEXC'.
           05 filler pic x(8) value 'DEPTRPT'.
           05 filler pic x(8) value 'CONTRPT'.
           05 filler pic x(8) value 'BUDGRPT'.
           05 filler pic x(8) value 'SALYTD'.
           05 filler pic x(8) value 'SALEMP'.
           05 filler pic x(8) value 'SALHIST'.
           05 filler pic x(8) value 'DEPTYTD'.
           05 filler pic x(8) value 'TAXREMIT'.
           05 filler pic x(8) value 'JURWAGE'.
           05 filler pic x(8) value 'RUNHIST'.
           05 filler pic x(8) value 'POSTJRNL'.
           05 filler pic x(8) value 'PENDAGE'.
           05 filler pic x(8) value 'SALCKPT'.
           05 filler pic x(8) value 'PAYRSLT'.
           05 filler pic x(8) value 'LDDETAIL'.
           05 filler pic x(8) value 'SALEWRK'.
           05 filler pic x(40) value spaces.
       01 ws-correct-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-alloc-count pic 99 value zeros.
       01 ws-alloc-percent-total pic 9(4) value zeros.
       01 ws-alloc-idx pic 99.
       01 ws-alloc-employee-id pic x(6).
       01 alloc-split-table.
           05 alloc-split-entry occurs 10 times.
               10 als-dept pic x(4).
       01 ws-postjrnl-open pic x value 'N'.
           88 postjrnl-open value 'Y'.
       01 ws-comphist-status pic xx value '00'.
      * jurisdiction wage ledger - each applied R/B posting's
      * gross and tax also land in the employee's jurisdiction
      * bucket for the run month, for the quarterly returns.
       01 ws-jurwage-status pic xx value '00'.
       01 ws-jurwage-open pic x value 'N'.
           88 jurwage-open value 'Y'.
       01 ws-jw-month pic 99.
      * a closed month takes neither its history nor its ledger
      * buckets, so the quarterly tie between them still holds.
       01 ws-run-month-closed-flag pic x value 'N'.
           88 run-month-closed value 'Y'.
       01 ws-comp-old-amount pic 9(6) value zeros.
      * the pay period covering the run date decides which record
      * types tonight pays - a mid-period run leaves 'B' records
       01 ws-type-payable pic x value 'Y'.
           88 type-payable value 'Y'.
       01 ws-period-skipped-count pic 9(6) value zeros.
      * employees on unpaid leave of absence are skipped the same
      * way - one person read per employee, not per record.
       01 ws-leave-checked-id pic x(6) value spaces.
       01 ws-unpaid-leave pic x value 'N'.
           88 on-unpaid-leave value 'Y'.
       01 ws-leave-skipped-count pic 9(6) value zeros.
       01 ws-terminated pic x value 'N'.
           88 is-terminated value 'Y'.
       01 ws-term-skipped-count pic 9(6) value zeros.
       01 ws-dept-regular-sum pic 9(8) value zeros.
       01 ws-dept-bonus-sum pic 9(8) value zeros.
       01 ws-dept-deduction-sum pic 9(8) value zeros.
           05 gl-dr-cr pic x(2).
           05 gl-amount pic 9(10).
           05 gl-line-run-date pic 9(8).
           05 gl-company pic x(2).
           05 filler pic x(4) value spaces.
       01 gl-trailer-line.
           05 gl-trailer-type pic x.
           05 gl-trailer-count pic 9(6).
       01 ws-gl-taxpay-total pic 9(12) value zeros.
       01 ws-gl-recurring-total pic 9(12) value zeros.
       01 ws-gl-receivable-total pic 9(12) value zeros.
      * loan and salary advance repayments come out of the net
      * after any garnishment orders - computed here exactly as
      * the bank extract will take them, so NETPAY stays the
      * money that leaves and the repayments credit the loan
      * receivable LOANRECV.
       01 ws-gl-garn-function pic x value 'C'.
       01 ws-gl-disposable pic 9(8) value zeros.
       01 ws-gl-garn-detail.
           05 ws-gl-garn-count pic 99.
           05 ws-gl-garn-entry occurs 10 times.
               10 filler pic x(12).
               10 filler pic x(6).
               10 filler pic x(20).
               10 filler pic 9(9).
               10 filler pic x(12).
               10 filler pic 9(8).
               10 filler pic 9(8).
       01 ws-gl-garn-total pic 9(8) value zeros.
      * 'N' back from either routine - the master could not be
      * read, so the net settled would not be the net paid.
       01 ws-gl-garn-status pic x value 'Y'.
       01 ws-gl-loan-status pic x value 'Y'.
       01 ws-gl-loan-room pic s9(8) value zeros.
       01 ws-gl-loan-detail.
           05 ws-gl-loan-count pic 99.
           05 ws-gl-loan-entry occurs 5 times.
               10 filler pic x(4).
               10 filler pic x(20).
               10 filler pic 9(8).
               10 filler pic 9(8).
       01 ws-gl-emp-loan-total pic 9(8) value zeros.
       01 ws-gl-loan-total pic 9(12) value zeros.
      * the pay-result file - each settled employee's figures
      * written as they are worked out, so the statements, the
      * bank extract and the reconciliation read one answer.
      * The trailer's net total is the NETPAY credit.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-payrslt-open pic x value 'N'.
           88 payrslt-open value 'Y'.
       01 ws-payrslt-count pic 9(6) value zeros.
       01 ws-payrslt-idx pic 99.
      * labor distribution - as each work record is applied, its
      * regular, bonus or deduction amount and every employer
      * contribution it carries are split across the employee's
      * departments the way the departmental rollup splits them,
      * and each settled employee's lines are written to the
      * labor distribution detail file, one per department per
      * cost element. Built on the same pass that feeds the
      * company GL totals, so the file re-adds to the posting
      * extract and the contribution register.
       01 ws-lddet-status pic xx value '00'.
       01 ws-lddet-open pic x value 'N'.
           88 lddet-open value 'Y'.
       01 ws-lddet-count pic 9(6) value zeros.
       01 ws-lddet-total pic 9(12) value zeros.
       01 ws-ld-home-dept pic x(4).
       01 ws-ld-dept pic x(4).
       01 ws-ld-element pic x(4).
       01 ws-ld-account pic x(8).
       01 ws-ld-company pic x(2).
       01 ws-ld-amount pic 9(10).
       01 ws-ld-share pic 9(10).
       01 ws-ld-remaining pic s9(10).
       01 ws-ld-count pic 999 value zeros.
       01 ws-ld-idx pic 999.
       01 ws-ld-found pic x value 'N'.
           88 ld-found value 'Y'.
       01 ld-employee-table.
           05 ld-employee-entry occurs 230 times.
               10 lde-dept pic x(4).
               10 lde-element pic x(4).
               10 lde-account pic x(8).
               10 lde-amount pic 9(10).
       01 ws-gl-emp-regular pic 9(8) value zeros.
       01 ws-gl-emp-bonus pic 9(8) value zeros.
       01 ws-gl-emp-employer-cost pic 9(8) value zeros.
       01 ws-gl-net-before-orders pic s9(8) value zeros.
       01 ws-gl-tax pic 9(10) value zeros.
       01 ws-gl-debit-total pic 9(12) value zeros.
       01 ws-gl-credit-total pic 9(12) value zeros.
       01 ws-gl-line-count pic 9(6) value zeros.
      * tonight's approved expense reimbursements - not pay, so
      * they never reach the MATH path or any YTD figure; booked
      * on their own expense/payable pair so the payment
      * reconciliation can tie the bank's 'E' payments to them.
       01 ws-expclaim-status pic xx value '00'.
       01 ws-expclaim-eof pic x value 'N'.
           88 expclaim-eof value 'Y'.
       01 ws-expclaim-ok pic x value 'Y'.
           88 expclaim-ok value 'Y'.
       01 ws-gl-expense-total pic 9(12) value zeros.
      * company control totals - each settled employee's figures
      * also land under the company of their department, so the
      * GL posting set is written as one balanced block per
      * company, the month's tax is split across the companies
      * on the remittance register, and the summary report
      * carries each company's totals. The company blocks must
      * re-add to the run totals before a line is written.
       01 ws-company-status pic xx value '00'.
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 ws-company-ok pic x value 'Y'.
           88 company-split-ok value 'Y'.
       01 ws-lookup-company pic x(2).
       01 ws-gl-emp-company-idx pic 99 value zeros.
       01 ws-gl-emp-contrib-table.
           05 ws-gl-emp-contrib pic 9(8) occurs 20 times.
       01 company-total-table.
           05 company-total-entry occurs 10 times.
               10 cy-code pic x(2).
               10 cy-name pic x(30).
               10 cy-employee-count pic 9(6).
               10 cy-gross pic 9(12).
               10 cy-receivable pic 9(12).
               10 cy-taxpay pic 9(12).
               10 cy-recurring pic 9(12).
               10 cy-oneoff pic 9(12).
               10 cy-netpay pic 9(12).
               10 cy-loan pic 9(12).
               10 cy-employer-cost pic 9(12).
               10 cy-contrib-total pic 9(10) occurs 20 times.
               10 cy-expense pic 9(12).
               10 cy-record-tax pic 9(12).
               10 cy-register-tax pic 9(10).
               10 cy-debits pic 9(12).
               10 cy-credits pic 9(12).
       01 ws-company-sum pic 9(12) value zeros.
       01 ws-record-tax-total pic 9(12) value zeros.
       01 ws-tax-left pic 9(10) value zeros.
       01 ws-tr-company-idx pic 99.
       01 ws-tr-month-idx pic 99.
       01 ws-tr-scan-idx pic 99.
       01 salary-total pic 9(8) value zeros.
       01 regular-total pic 9(8) value zeros.
       01 bonus-total pic 9(8) value zeros.
           05 rl-period-type pic x.
           05 filler pic x(15) value '  not paid now '.
           05 rl-period-skipped pic zzzzz9.
       01 rl-leave-line.
           05 filler pic x(25) value 'Unpaid leave, not paid: '.
           05 rl-leave-skipped pic zzzzz9.
       01 rl-term-line.
           05 filler pic x(25) value 'Terminated, not paid: '.
           05 rl-term-skipped pic zzzzz9.
       01 rl-company-heading.
           05 filler pic x(20) value 'Company control'.
           05 filler pic x(10) value 'totals:'.
       01 rl-company-line.
           05 filler pic x(8) value 'Company '.
           05 rl-company-code pic x(2).
           05 filler pic x(1) value spaces.
           05 rl-company-name pic x(30).
           05 filler pic x(5) value ' emp '.
           05 rl-company-count pic zzzzz9.
       01 rl-company-amount-line.
           05 filler pic x(4) value spaces.
           05 rl-company-label pic x(21).
           05 rl-company-amount pic z(11)9.
       01 rl-preview-line.
           05 filler pic x(20) value spaces.
           05 filler pic x(30)
               move 'S' to ws-runctl-function
               call "run-control" using ws-run-step-name,
                   ws-runctl-function, ws-runctl-rc,
                   ws-runctl-count, ws-runctl-refused, ws-runctl-outputs
               if run-refused
                   move 8 to return-code
                   stop run
               add 1 to ws-period-skipped-count
               go to bb-read
           end-if.
           perform check-unpaid-leave.
           if on-unpaid-leave
               add 1 to ws-leave-skipped-count
               go to bb-read
           end-if.
           if is-terminated
               add 1 to ws-term-skipped-count
               go to bb-read
           end-if.
           if salary < ws-min-reasonable-salary
               move "salary below minimum reasonable amount"
                   to el-reason
                   add salary-total to ws-ytd-balance
                   perform write-ytd-balance
                   perform post-monthly-history
                   perform apply-employee-ytd-postings
                   perform post-tax-liability
                   perform post-dept-ytd-spent
               end-if
               end-if
               move ws-record-count to ws-runctl-count
               call "run-control" using ws-run-step-name,
                   ws-runctl-function, ws-runctl-rc,
                   ws-runctl-count, ws-runctl-refused, ws-runctl-outputs
           end-if.
           stop run.

           move ws-period-skipped-count to rl-period-skipped.
           move rl-period-line to report-line.
           perform write-report-line.
           move ws-leave-skipped-count to rl-leave-skipped.
           move rl-leave-line to report-line.
           perform write-report-line.
           move ws-term-skipped-count to rl-term-skipped.
           move rl-term-line to report-line.
           perform write-report-line.
           if control-mismatch
               move ws-control-message to rl-control-status
           else
           end-if.
           move rl-control-line to report-line.
           perform write-report-line.
           perform print-company-totals.

      * each company's share of the applied postings - only an
      * applied run has them, a preview or a run held back on a
      * control mismatch says so instead.
       print-company-totals.
           move spaces to report-line.
           perform write-report-line.
           move rl-company-heading to report-line.
           perform write-report-line.
           if ws-company-count = 0
               move "  none - employee postings not applied"
                   to report-line
               perform write-report-line
           else
               open input company-file
               perform print-one-company
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               if ws-company-status = '00'
                   or ws-company-status = '23'
                   close company-file
               end-if
           end-if.

       print-one-company.
           move cy-code(ws-company-idx) to rl-company-code.
           move spaces to rl-company-name.
           if ws-company-status = '00' or ws-company-status = '23'
               move cy-code(ws-company-idx) to company-master-code
               read company-file
                   invalid key
                       continue
                   not invalid key
                       move company-master-name to rl-company-name
               end-read
           end-if.
           move cy-employee-count(ws-company-idx)
               to rl-company-count.
           move rl-company-line to report-line.
           perform write-report-line.
           move "Gross pay:" to rl-company-label.
           move cy-gross(ws-company-idx) to rl-company-amount.
           move rl-company-amount-line to report-line.
           perform write-report-line.
           move "Tax withheld:" to rl-company-label.
           move cy-taxpay(ws-company-idx) to rl-company-amount.
           move rl-company-amount-line to report-line.
           perform write-report-line.
           move "Deductions:" to rl-company-label.
           compute rl-company-amount = cy-recurring(ws-company-idx)
               + cy-oneoff(ws-company-idx).
           move rl-company-amount-line to report-line.
           perform write-report-line.
           move "Net pay:" to rl-company-label.
           move cy-netpay(ws-company-idx) to rl-company-amount.
           move rl-company-amount-line to report-line.
           perform write-report-line.
           move "Employer cost:" to rl-company-label.
           move cy-employer-cost(ws-company-idx)
               to rl-company-amount.
           move rl-company-amount-line to report-line.
           perform write-report-line.
           move "Tax register share:" to rl-company-label.
           move cy-register-tax(ws-company-idx)
               to rl-company-amount.
           move rl-company-amount-line to report-line.
           perform write-report-line.

      * gross amounts roll up linearly, so the department report's
      * grand total must equal the summary report's totals exactly -
                   move 8 to return-code
               else
                   perform open-posting-journal
                   perform open-jurisdiction-ledger
                   perform open-pay-result-file
                   perform open-labor-dist-file
                   move 'N' to ws-empwrk-eof-flag
                   perform until empwrk-eof
                       read emp-ytd-work-file
                       end-if
                   end-perform
                   perform settle-employee-payment-gl
                   if payrslt-open
                       perform close-pay-result-file
                   end-if
                   if lddet-open
                       perform close-labor-dist-file
                   end-if
                   close employee-ytd-file
                   if ws-emp-ytd-status not = '00'
                       display "ERROR closing employee YTD file, "
                   if postjrnl-open
                       close posting-journal-file
                   end-if
                   if jurwage-open
                       close jurisdiction-wage-file
                   end-if
               end-if
               close emp-ytd-work-file
               if return-code = 0
               move ew-employee-id to ws-gl-emp-current-id
               move zeros to ws-gl-emp-gross
               move zeros to ws-gl-emp-oneoff-ded
               move zeros to ws-gl-emp-regular
               move zeros to ws-gl-emp-bonus
               move zeros to ws-gl-emp-employer-cost
               move zeros to ws-gl-emp-contrib-table
               move ew-employee-id to employee-id of person-record
               perform look-up-person-company
               move ws-company-idx to ws-gl-emp-company-idx
               perform start-labor-dist-employee
           end-if.
           perform look-up-tax-profile.
           perform load-employee-tax-table.
               add ew-salary to ws-gl-emp-oneoff-ded
               add ew-salary to ytd-deduction-gross
               subtract ew-salary from ytd-net-pay
               move 'DED' to ws-ld-element
               move "DEDPAY" to ws-ld-account
               move ew-salary to ws-ld-amount
               perform split-labor-dist-amount
           else
               add ew-salary to ws-gl-emp-gross
               if ew-record-type = 'R'
                   move 'REG' to ws-ld-element
               else
                   move 'BON' to ws-ld-element
               end-if
               move "SALEXP" to ws-ld-account
               move ew-salary to ws-ld-amount
               perform split-labor-dist-amount
               move ew-salary to ws-record-gross
               call "math" using ws-record-gross, emp-tax-table,
                   ws-record-net
               compute ws-record-tax =
                   ws-record-gross - ws-record-net
               perform add-employee-employer-cost
                   varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
               if ew-record-type = 'R'
                   add ew-salary to ws-gl-emp-regular
                   add ew-salary to ytd-regular-gross
      * the per-period extra withholding rides on the 'R'
      * record so an employee with both a regular and a bonus
                   subtract ws-emp-extra-withholding
                       from ws-record-net
               else
                   add ew-salary to ws-gl-emp-bonus
                   add ew-salary to ytd-bonus-gross
               end-if
               if ws-gl-emp-company-idx > 0
                   add ws-record-tax
                       to cy-record-tax(ws-gl-emp-company-idx)
               end-if
               add ws-record-tax to ytd-tax-withheld
               add ws-record-net to ytd-net-pay
           end-if.
               move 8 to return-code
           else
               perform write-posting-journal-row
               if ew-record-type not = 'D'
                   perform post-jurisdiction-wages
               end-if
           end-if.

       open-jurisdiction-ledger.
           open i-o jurisdiction-wage-file.
           if ws-jurwage-status = '35'
               open output jurisdiction-wage-file
               close jurisdiction-wage-file
               open i-o jurisdiction-wage-file
           end-if.
           if ws-jurwage-status not = '00'
               display "ERROR opening jurisdiction wage ledger, "
                   "status=" ws-jurwage-status
               move 8 to return-code
           else
               set jurwage-open to true
           end-if.

      * the same gross and tax the YTD master just took, into the
      * run month's bucket under the employee's jurisdiction.
       post-jurisdiction-wages.
           if jurwage-open and not run-month-closed
               move ws-run-year to jw-year
               move ws-emp-jurisdiction to jw-jurisdiction
               move ew-employee-id to jw-employee-id
               read jurisdiction-wage-file
                   invalid key
                       perform init-jurisdiction-wages
                           varying ws-jw-month from 1 by 1
                           until ws-jw-month > 12
                       add ws-record-gross
                           to jw-taxable-wages(ws-run-month)
                       add ws-record-tax
                           to jw-tax-withheld(ws-run-month)
                       write jurisdiction-wage-record
                   not invalid key
                       add ws-record-gross
                           to jw-taxable-wages(ws-run-month)
                       add ws-record-tax
                           to jw-tax-withheld(ws-run-month)
                       rewrite jurisdiction-wage-record
               end-read
               if ws-jurwage-status not = '00'
                   display "ERROR posting jurisdiction wages for "
                       ew-employee-id ", status="
                       ws-jurwage-status
                   move 8 to return-code
               end-if
           end-if.

       init-jurisdiction-wages.
           move zeros to jw-taxable-wages(ws-jw-month).
           move zeros to jw-tax-withheld(ws-jw-month).

      * every applied posting leaves a journal row so a bad run
      * can be backed out of salemp record by record by the run
      * reversal program.
               move ws-run-date-n to pj-run-date
               move ew-employee-id to pj-employee-id
               move ew-record-type to pj-record-type
               move ws-emp-jurisdiction to pj-jurisdiction
               set pj-jurisdiction-recorded to true
               if ew-record-type = 'D'
                   move ew-salary to pj-gross
                   move zeros to pj-tax
                   to ws-gl-recurring-total
               add ws-gl-post-tax-total
                   to ws-gl-recurring-total
               move ws-gl-payment-net to ws-gl-net-before-orders
               move zeros to ws-gl-garn-total
               move zeros to ws-gl-emp-loan-total
               if ws-gl-payment-net > 0
                   perform settle-loan-repayments
                   add ws-gl-payment-net to ws-gl-netpay-total
               else
                   subtract ws-gl-payment-net
                       from ws-gl-receivable-total
               end-if
               if ws-gl-emp-company-idx > 0
                   perform add-employee-to-company
               end-if
               if payrslt-open
                   perform write-pay-result
               end-if
               if lddet-open
                   perform write-labor-dist-lines
               end-if
           end-if.

      * the settled employee's figures into their company's
      * control totals - the same amounts the run totals took.
       add-employee-to-company.
           move ws-gl-emp-company-idx to ws-company-idx.
           add 1 to cy-employee-count(ws-company-idx).
           add ws-gl-emp-gross to cy-gross(ws-company-idx).
           add ws-gl-emp-oneoff-ded to cy-oneoff(ws-company-idx).
           add ws-gl-pay-tax to cy-taxpay(ws-company-idx).
           add ws-emp-extra-withholding
               to cy-taxpay(ws-company-idx).
           add ws-gl-pre-tax-total to cy-recurring(ws-company-idx).
           add ws-gl-post-tax-total
               to cy-recurring(ws-company-idx).
           if ws-gl-payment-net > 0
               add ws-gl-payment-net to cy-netpay(ws-company-idx)
               add ws-gl-emp-loan-total to cy-loan(ws-company-idx)
           else
               subtract ws-gl-payment-net
                   from cy-receivable(ws-company-idx)
           end-if.
           perform varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count
               add ws-gl-emp-contrib(ws-contrib-idx)
                   to cy-contrib-total(ws-company-idx,
                       ws-contrib-idx)
               add ws-gl-emp-contrib(ws-contrib-idx)
                   to cy-employer-cost(ws-company-idx)
           end-perform.

      * the employee's company off the person master (blank is
      * the original company '01'), found on or added to the
      * company control table. More companies than the table
      * holds refuses the GL posting set.
       look-up-person-company.
           move '01' to ws-lookup-company.
           read person-file
               invalid key
                   continue
               not invalid key
                   if ws-person-status = '00'
                       and person-company not = spaces
                       move person-company to ws-lookup-company
                   end-if
           end-read.
           perform find-company-entry.

       find-company-entry.
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
                   move zeros to cy-employee-count(ws-company-idx)
                   move zeros to cy-gross(ws-company-idx)
                   move zeros to cy-receivable(ws-company-idx)
                   move zeros to cy-taxpay(ws-company-idx)
                   move zeros to cy-recurring(ws-company-idx)
                   move zeros to cy-oneoff(ws-company-idx)
                   move zeros to cy-netpay(ws-company-idx)
                   move zeros to cy-loan(ws-company-idx)
                   move zeros to cy-employer-cost(ws-company-idx)
                   perform varying ws-contrib-idx from 1 by 1
                       until ws-contrib-idx > 20
                       move zeros to cy-contrib-total(
                           ws-company-idx, ws-contrib-idx)
                   end-perform
                   move zeros to cy-expense(ws-company-idx)
                   move zeros to cy-record-tax(ws-company-idx)
                   move zeros to cy-register-tax(ws-company-idx)
                   move zeros to cy-debits(ws-company-idx)
                   move zeros to cy-credits(ws-company-idx)
               else
                   display "ERROR: more than 10 companies - "
                       "company " ws-lookup-company
                       " cannot be totalled."
                   move 'N' to ws-company-ok
                   move zeros to ws-company-idx
               end-if
           end-if.

      * the employee's employer-side cost, worked record by
      * record exactly as ACCUMULATE-ONE-CONTRIBUTION books it,
      * so the pay results re-add to the contribution register.
       add-employee-employer-cost.
           if ct-method(ws-contrib-idx) = 'R'
               compute ws-contrib-amount rounded =
                   ew-salary * ct-amount(ws-contrib-idx) / 1000
               add ws-contrib-amount to ws-gl-emp-employer-cost
               add ws-contrib-amount
                   to ws-gl-emp-contrib(ws-contrib-idx)
               perform split-labor-dist-contrib
           else
               if ew-record-type = 'R'
                   add ct-amount(ws-contrib-idx)
                       to ws-gl-emp-employer-cost
                   add ct-amount(ws-contrib-idx)
                       to ws-gl-emp-contrib(ws-contrib-idx)
                   move ct-amount(ws-contrib-idx)
                       to ws-contrib-amount
                   perform split-labor-dist-contrib
               end-if
           end-if.

       split-labor-dist-contrib.
           move ct-code(ws-contrib-idx) to ws-ld-element.
           move ct-gl-account(ws-contrib-idx) to ws-ld-account.
           move ws-contrib-amount to ws-ld-amount.
           perform split-labor-dist-amount.

       open-pay-result-file.
           move zeros to ws-payrslt-count.
           open output pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
           else
               set payrslt-open to true
           end-if.

      * one record per settled employee - the garnishment and
      * loan figures are the compute-only answers the bank
      * extract will post, and PR-NET-BOOKED is exactly what
      * this employee adds to NETPAY.
       write-pay-result.
           move spaces to pay-result-record.
           move 'D' to pr-record-type.
           move ws-gl-emp-current-id to pr-employee-id.
           move ws-run-date-n to pr-run-date.
           move ws-emp-jurisdiction to pr-jurisdiction.
           if ws-gl-emp-company-idx > 0
               move cy-code(ws-gl-emp-company-idx) to pr-company
           else
               move ws-lookup-company to pr-company
           end-if.
           move ws-gl-emp-regular to pr-regular-gross.
           move ws-gl-emp-bonus to pr-bonus-gross.
           move ws-gl-emp-gross to pr-gross-pay.
           move ws-gl-emp-oneoff-ded to pr-oneoff-deduction.
           move ws-gl-pre-tax-total to pr-pre-tax-total.
           move ws-gl-post-tax-total to pr-post-tax-total.
           move ws-gl-pay-tax to pr-tax-withheld.
           move ws-emp-extra-withholding to pr-extra-withholding.
           move ws-gl-emp-employer-cost to pr-employer-cost.
           move ws-gl-net-before-orders to pr-net-before-orders.
           move ws-gl-garn-total to pr-garnishment-total.
           move ws-gl-emp-loan-total to pr-loan-total.
           if ws-gl-net-before-orders > 0
               move ws-gl-payment-net to pr-net-booked
               compute pr-net-pay =
                   ws-gl-payment-net - ws-gl-garn-total
           else
               move zeros to pr-net-booked
               move ws-gl-net-before-orders to pr-net-pay
           end-if.
           move ws-gl-pay-count to pr-deduction-count.
           perform varying ws-payrslt-idx from 1 by 1
               until ws-payrslt-idx > 20
               if ws-payrslt-idx > ws-gl-pay-count
                   move spaces to pr-deduction-code(ws-payrslt-idx)
                   move space to pr-deduction-timing(ws-payrslt-idx)
                   move zeros to pr-deduction-amount(ws-payrslt-idx)
               else
                   move ws-gl-pay-code(ws-payrslt-idx)
                       to pr-deduction-code(ws-payrslt-idx)
                   move ws-gl-pay-timing(ws-payrslt-idx)
                       to pr-deduction-timing(ws-payrslt-idx)
                   move ws-gl-pay-amount(ws-payrslt-idx)
                       to pr-deduction-amount(ws-payrslt-idx)
               end-if
           end-perform.
           write pay-result-record.
           if ws-payrslt-status not = '00'
               display "ERROR writing pay-result record for "
                   ws-gl-emp-current-id ", status="
                   ws-payrslt-status
               move 8 to return-code
           else
               add 1 to ws-payrslt-count
           end-if.

      * a failed apply leaves the file without its trailer, so
      * nothing downstream will pay from it.
       close-pay-result-file.
           if return-code < 8
               move spaces to pay-result-record
               move 'T' to pr-record-type
               move ws-payrslt-count to pr-trailer-count
               move ws-run-date-n to pr-trailer-run-date
               move ws-gl-netpay-total to pr-trailer-net-total
               write pay-result-record
               if ws-payrslt-status not = '00'
                   display "ERROR writing pay-result trailer, "
                       "status=" ws-payrslt-status
                   move 8 to return-code
               end-if
           else
               display "Pay-result file INCOMPLETE - trailer "
                   "withheld, nothing may be paid from it."
           end-if.
           close pay-result-file.

       open-labor-dist-file.
           move zeros to ws-lddet-count.
           move zeros to ws-lddet-total.
           open output labor-dist-file.
           if ws-lddet-status not = '00'
               display "ERROR opening labor distribution file, "
                   "status=" ws-lddet-status
               move 8 to return-code
           else
               set lddet-open to true
           end-if.

      * a new employee on the work file - the departments the
      * amounts are charged to are worked out once: the
      * allocation master's splits when they total 100 percent,
      * otherwise the single PERSON-DEPT, exactly as the
      * departmental rollup charged the same records.
       start-labor-dist-employee.
           move zeros to ws-ld-count.
           move '????' to ws-ld-home-dept.
           move ew-employee-id to employee-id of person-record.
           read person-file
               invalid key
                   continue
               not invalid key
                   if ws-person-status = '00'
                       move person-dept to ws-ld-home-dept
                   end-if
           end-read.
           move ew-employee-id to ws-alloc-employee-id.
           perform collect-allocation-splits.

      * each split takes its rounded share and the last split the
      * remainder, so an element's lines re-add to its amount.
       split-labor-dist-amount.
           if ws-ld-amount > 0
               if ws-alloc-count > 0
                   and ws-alloc-percent-total = 100
                   move ws-ld-amount to ws-ld-remaining
                   perform split-one-labor-dist
                       varying ws-alloc-idx from 1 by 1
                       until ws-alloc-idx > ws-alloc-count
               else
                   move ws-ld-home-dept to ws-ld-dept
                   move ws-ld-amount to ws-ld-share
                   perform add-labor-dist-entry
               end-if
           end-if.

       split-one-labor-dist.
           if ws-alloc-idx = ws-alloc-count
               move ws-ld-remaining to ws-ld-share
           else
               compute ws-ld-share rounded =
                   ws-ld-amount * als-percent(ws-alloc-idx) / 100
               subtract ws-ld-share from ws-ld-remaining
           end-if.
           move als-dept(ws-alloc-idx) to ws-ld-dept.
           perform add-labor-dist-entry.

       add-labor-dist-entry.
           move 'N' to ws-ld-found.
           perform varying ws-ld-idx from 1 by 1
               until ld-found or ws-ld-idx > ws-ld-count
               if lde-dept(ws-ld-idx) = ws-ld-dept
                   and lde-element(ws-ld-idx) = ws-ld-element
                   set ld-found to true
                   add ws-ld-share to lde-amount(ws-ld-idx)
               end-if
           end-perform.
           if not ld-found
               if ws-ld-count < 230
                   add 1 to ws-ld-count
                   move ws-ld-dept to lde-dept(ws-ld-count)
                   move ws-ld-element to lde-element(ws-ld-count)
                   move ws-ld-account to lde-account(ws-ld-count)
                   move ws-ld-share to lde-amount(ws-ld-count)
               else
                   display "ERROR labor distribution table full "
                       "for " ew-employee-id " - " ws-ld-element
                       " not distributed."
                   move 8 to return-code
               end-if
           end-if.

       write-labor-dist-lines.
           if ws-gl-emp-company-idx > 0
               move cy-code(ws-gl-emp-company-idx) to ws-ld-company
           else
               move ws-lookup-company to ws-ld-company
           end-if.
           perform write-one-labor-dist-line
               varying ws-ld-idx from 1 by 1
               until ws-ld-idx > ws-ld-count.
           move zeros to ws-ld-count.

       write-one-labor-dist-line.
           move spaces to labor-distribution-record.
           move 'D' to ld-record-type.
           move lde-dept(ws-ld-idx) to ld-dept.
           move lde-account(ws-ld-idx) to ld-gl-account.
           move lde-element(ws-ld-idx) to ld-element.
           move ws-gl-emp-current-id to ld-employee-id.
           move ws-ld-company to ld-company.
           move ws-run-date-n to ld-run-date.
           move lde-amount(ws-ld-idx) to ld-amount.
           write labor-distribution-record.
           if ws-lddet-status not = '00'
               display "ERROR writing labor distribution file, "
                   "status=" ws-lddet-status
               move 8 to return-code
           else
               add 1 to ws-lddet-count
               add lde-amount(ws-ld-idx) to ws-lddet-total
           end-if.

      * like the pay results, a failed apply leaves no trailer.
       close-labor-dist-file.
           if return-code < 8
               move spaces to labor-distribution-record
               move 'T' to ld-record-type
               move ws-lddet-count to ld-trailer-count
               move ws-run-date-n to ld-trailer-run-date
               move ws-lddet-total to ld-trailer-total
               write labor-distribution-record
               if ws-lddet-status not = '00'
                   display "ERROR writing labor distribution "
                       "trailer, status=" ws-lddet-status
                   move 8 to return-code
               end-if
           else
               display "Labor distribution file INCOMPLETE - "
                   "trailer withheld."
           end-if.
           close labor-dist-file.

      * the garnishment orders are worked only to find the net
      * left for the loans - they stay inside NETPAY, paid to the
      * agencies out of it.
       settle-loan-repayments.
           compute ws-gl-loan-room = ws-gl-emp-gross
               - ws-gl-pre-tax-total - ws-gl-pay-tax
               - ws-emp-extra-withholding.
           if ws-gl-loan-room > 0
               move ws-gl-loan-room to ws-gl-disposable
           else
               move zeros to ws-gl-disposable
           end-if.
           call "apply-garnishments" using ws-gl-garn-function,
               ws-gl-emp-current-id, ws-gl-disposable,
               ws-gl-payment-net, ws-gl-garn-detail,
               ws-gl-garn-total, ws-gl-garn-status.
           if ws-gl-garn-status not = 'Y'
               display "ERROR: garnishment orders for "
                   ws-gl-emp-current-id " could not be read - "
                   "net pay not settled."
               move 8 to return-code
           end-if.
           compute ws-gl-loan-room =
               ws-gl-payment-net - ws-gl-garn-total.
           call "apply-loan-repayments" using ws-gl-garn-function,
               ws-gl-emp-current-id, ws-run-date-n,
               ws-gl-loan-room, ws-gl-loan-detail,
               ws-gl-emp-loan-total, ws-gl-loan-status.
           if ws-gl-loan-status not = 'Y'
               display "ERROR: loans for " ws-gl-emp-current-id
                   " could not be read - net pay not settled."
               move 8 to return-code
           end-if.
           subtract ws-gl-emp-loan-total from ws-gl-payment-net.
           add ws-gl-emp-loan-total to ws-gl-loan-total.

      * the group break settles the PREVIOUS employee, so the
      * profile is re-read for that employee rather than taken
      * departments; everyone else (and any half-entered split)
      * falls back to the single PERSON-DEPT as before.
       add-to-dept-totals.
           move employee-id of salary-record to ws-alloc-employee-id.
           perform collect-allocation-splits.
           if ws-alloc-count > 0
               and ws-alloc-percent-total = 100
           move zeros to ws-alloc-percent-total.
           if allocmast-open
               move 'N' to ws-alloc-eof-flag
               move ws-alloc-employee-id to alc-employee-id
               move low-values to alc-dept
               start allocation-file key is not less than alc-key
                   invalid key
                           set alloc-eof to true
                       not at end
                           if alc-employee-id not =
                               ws-alloc-employee-id
                               set alloc-eof to true
                           else
                               perform take-allocation-split
                   end-if
           end-read.

      * unpaid leave counts from its effective date - a leave
      * keyed ahead of time does not stop pay before it starts.
      * A termination is the same: nothing is paid from its
      * effective date on.
       check-unpaid-leave.
           if employee-id of salary-record not = ws-leave-checked-id
               move employee-id of salary-record
                   to ws-leave-checked-id
               move 'N' to ws-unpaid-leave
               move 'N' to ws-terminated
               move employee-id of salary-record
                   to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
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

       post-dept-amount.
           evaluate record-type
               when 'R'
      * payment channels actually move and the reconciliation
      * step can hold the stream to it. Non-positive nets (paid
      * to nobody) debit the employee receivable line EMPRECV.
      * Loan repayments taken out of the net credit LOANRECV.
      * Tonight's expense reimbursements book EXPREIMB against
      * EXPPAY, outside SALEXP and NETPAY.
       write-gl-posting-extract.
           compute ws-gl-gross = regular-total + bonus-total.
           move zeros to ws-employer-cost-total.
           perform sum-employer-cost
               varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count.
           perform sum-expense-claims.
           compute ws-gl-debit-total =
               ws-gl-gross + ws-gl-receivable-total
               + ws-employer-cost-total + ws-gl-expense-total.
           compute ws-gl-credit-total = ws-gl-taxpay-total
               + ws-gl-recurring-total + deduction-total
               + ws-gl-netpay-total + ws-gl-loan-total
               + ws-employer-cost-total + ws-gl-expense-total.
           if ws-company-count = 0
               move '01' to ws-lookup-company
               perform find-company-entry
           end-if.
           perform prove-company-split.
           if not expclaim-ok
               display "GL POSTING REJECTED: expense claim file "
                   "unreadable, status=" ws-expclaim-status
               move 8 to return-code
           else
               if ws-gl-debit-total not = ws-gl-credit-total
                   display "GL POSTING REJECTED: debits "
                       ws-gl-debit-total " credits "
                       ws-gl-credit-total " do not balance."
                   move 8 to return-code
               else
                   if not company-split-ok
                       display "GL POSTING REJECTED: the company "
                           "totals do not re-add to the run totals."
                       move 8 to return-code
                   else
                       open output gl-posting-file
                       if ws-gl-status not = '00'
                           display "ERROR opening GL posting file, "
                               "status=" ws-gl-status
                           move 8 to return-code
                       else
                           move zeros to ws-gl-line-count
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
                           if ws-gl-status not = '00'
                               display "ERROR closing GL posting file, "
                                   "status=" ws-gl-status
                               move 8 to return-code
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      * one balanced block of posting lines per company, the
      * company code on every line - the trailer carries the
      * whole run's count and totals.
       write-company-gl-lines.
           move cy-code(ws-company-idx) to gl-company.
           move "SALEXP" to gl-account.
           move "DR" to gl-dr-cr.
           move cy-gross(ws-company-idx) to gl-amount.
           perform write-gl-detail-line.
           if cy-receivable(ws-company-idx) > 0
               move "EMPRECV" to gl-account
               move "DR" to gl-dr-cr
               move cy-receivable(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.
           move "TAXPAY" to gl-account.
           move "CR" to gl-dr-cr.
           move cy-taxpay(ws-company-idx) to gl-amount.
           perform write-gl-detail-line.
           if cy-recurring(ws-company-idx) > 0
               move "RECDPAY" to gl-account
               move "CR" to gl-dr-cr
               move cy-recurring(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.
           move "DEDPAY" to gl-account.
           move "CR" to gl-dr-cr.
           move cy-oneoff(ws-company-idx) to gl-amount.
           perform write-gl-detail-line.
           move "NETPAY" to gl-account.
           move "CR" to gl-dr-cr.
           move cy-netpay(ws-company-idx) to gl-amount.
           perform write-gl-detail-line.
           if cy-loan(ws-company-idx) > 0
               move "LOANRECV" to gl-account
               move "CR" to gl-dr-cr
               move cy-loan(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.
           perform write-contribution-gl-lines
               varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count.
           if cy-expense(ws-company-idx) > 0
               move "EXPREIMB" to gl-account
               move "DR" to gl-dr-cr
               move cy-expense(ws-company-idx) to gl-amount
               perform write-gl-detail-line
               move "EXPPAY" to gl-account
               move "CR" to gl-dr-cr
               move cy-expense(ws-company-idx) to gl-amount
               perform write-gl-detail-line
           end-if.

      * every company's block must balance on its own and the
      * blocks must re-add, account by account, to the run
      * totals the single-company extract used to book.
       prove-company-split.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               compute cy-debits(ws-company-idx) =
                   cy-gross(ws-company-idx)
                   + cy-receivable(ws-company-idx)
                   + cy-employer-cost(ws-company-idx)
                   + cy-expense(ws-company-idx)
               compute cy-credits(ws-company-idx) =
                   cy-taxpay(ws-company-idx)
                   + cy-recurring(ws-company-idx)
                   + cy-oneoff(ws-company-idx)
                   + cy-netpay(ws-company-idx)
                   + cy-loan(ws-company-idx)
                   + cy-employer-cost(ws-company-idx)
                   + cy-expense(ws-company-idx)
               if cy-debits(ws-company-idx)
                   not = cy-credits(ws-company-idx)
                   display "Company " cy-code(ws-company-idx)
                       " debits " cy-debits(ws-company-idx)
                       " credits " cy-credits(ws-company-idx)
                       " do not balance."
                   move 'N' to ws-company-ok
               end-if
           end-perform.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-gross(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-gross
               display "Company gross " ws-company-sum
                   " run gross " ws-gl-gross
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-receivable(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-receivable-total
               display "Company receivable " ws-company-sum
                   " run receivable " ws-gl-receivable-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-taxpay(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-taxpay-total
               display "Company tax " ws-company-sum
                   " run tax " ws-gl-taxpay-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-recurring(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-recurring-total
               display "Company recurring " ws-company-sum
                   " run recurring " ws-gl-recurring-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-oneoff(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = deduction-total
               display "Company deductions " ws-company-sum
                   " run deductions " deduction-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-netpay(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-netpay-total
               display "Company net pay " ws-company-sum
                   " run net pay " ws-gl-netpay-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-loan(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-loan-total
               display "Company loans " ws-company-sum
                   " run loans " ws-gl-loan-total
               move 'N' to ws-company-ok
           end-if.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-expense(ws-company-idx) to ws-company-sum
           end-perform.
           if ws-company-sum not = ws-gl-expense-total
               display "Company expenses " ws-company-sum
                   " run expenses " ws-gl-expense-total
               move 'N' to ws-company-ok
           end-if.
           perform prove-company-contribution
               varying ws-contrib-idx from 1 by 1
               until ws-contrib-idx > ws-contrib-count.

       prove-company-contribution.
           move zeros to ws-company-sum.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-contrib-total(ws-company-idx, ws-contrib-idx)
                   to ws-company-sum
           end-perform.
           if ws-company-sum not = ct-run-total(ws-contrib-idx)
               display "Company contribution " ws-company-sum
                   " run contribution "
                   ct-run-total(ws-contrib-idx)
               move 'N' to ws-company-ok
           end-if.

      * no claim file means no reimbursements tonight.
       sum-expense-claims.
           move zeros to ws-gl-expense-total.
           move 'N' to ws-expclaim-eof.
           move 'Y' to ws-expclaim-ok.
           open input expense-claim-file.
           if ws-expclaim-status not = '00'
               if ws-expclaim-status not = '35'
                   move 'N' to ws-expclaim-ok
               end-if
           else
               perform until expclaim-eof
                   read expense-claim-file
                       at end
                           set expclaim-eof to true
                       not at end
                           add xc-amount to ws-gl-expense-total
                           move xc-employee-id
                               to employee-id of person-record
                           perform look-up-person-company
                           if ws-company-idx > 0
                               add xc-amount
                                   to cy-expense(ws-company-idx)
                           end-if
                   end-read
                   if ws-expclaim-status not = '00'
                       and ws-expclaim-status not = '10'
                       move 'N' to ws-expclaim-ok
                       set expclaim-eof to true
                   end-if
               end-perform
               close expense-claim-file
           end-if.

       sum-employer-cost.
           add ct-run-total(ws-contrib-idx)
               to ws-employer-cost-total.

       write-contribution-gl-lines.
           if cy-contrib-total(ws-company-idx, ws-contrib-idx) > 0
               move "EMPEXP" to gl-account
               move "DR" to gl-dr-cr
               move cy-contrib-total(ws-company-idx, ws-contrib-idx)
                   to gl-amount
               perform write-gl-detail-line
               move ct-gl-account(ws-contrib-idx) to gl-account
               move "CR" to gl-dr-cr
               move cy-contrib-total(ws-company-idx, ws-contrib-idx)
                   to gl-amount
               perform write-gl-detail-line
           end-if.

           perform read-payroll-history.
           move ws-run-month to ws-hist-idx.
           if ws-hist-closed-flag(ws-hist-idx) = 'C'
               set run-month-closed to true
               display "WARNING: month " ws-run-month " is closed - "
                   "history and jurisdiction wages not posted "
                   "this run."
           else
               add regular-total to ws-hist-regular(ws-hist-idx)
               add bonus-total to ws-hist-bonus(ws-hist-idx)
      * register the same way the history buckets do - what MATH
      * computed this run, posted under the same control-total
      * guard, so the monthly remittance stops being rebuilt by
      * hand from old report copies. The run's tax is split
      * across the companies in proportion to the tax their
      * employees' records were withheld, the last company
      * taking the rounding, and each share lands in that
      * company's bucket as well as the month total.
       post-tax-liability.
           perform read-tax-remit-register.
           move ws-run-month to ws-tr-idx.
                   "difference."
           end-if.
           add ws-gl-tax to ws-tr-month-tax(ws-tr-idx).
           perform allocate-company-tax.
           perform write-tax-remit-register.

       allocate-company-tax.
           move zeros to ws-record-tax-total.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cy-record-tax(ws-company-idx)
                   to ws-record-tax-total
           end-perform.
           move ws-gl-tax to ws-tax-left.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               if ws-company-idx = ws-company-count
                   or ws-record-tax-total = 0
                   move ws-tax-left to cy-register-tax(ws-company-idx)
               else
                   compute cy-register-tax(ws-company-idx) rounded =
                       ws-gl-tax * cy-record-tax(ws-company-idx)
                           / ws-record-tax-total
                   if cy-register-tax(ws-company-idx) > ws-tax-left
                       move ws-tax-left
                           to cy-register-tax(ws-company-idx)
                   end-if
               end-if
               subtract cy-register-tax(ws-company-idx)
                   from ws-tax-left
               if cy-register-tax(ws-company-idx) > 0
                   perform post-company-tax-bucket
               end-if
           end-perform.

      * the company's entry on the register - an unused entry is
      * claimed and its buckets cleared first. With every entry
      * taken the share stays in the month total only, which the
      * remittance reads as company '01'.
       post-company-tax-bucket.
           move zeros to ws-tr-company-idx.
           perform varying ws-tr-scan-idx from 1 by 1
               until ws-tr-scan-idx > 10
               if ws-tr-company-idx = 0
                   and ws-tr-company-code(ws-tr-scan-idx)
                       = cy-code(ws-company-idx)
                   move ws-tr-scan-idx to ws-tr-company-idx
               end-if
           end-perform.
           if ws-tr-company-idx = 0
               perform varying ws-tr-scan-idx from 1 by 1
                   until ws-tr-scan-idx > 10
                   if ws-tr-company-idx = 0
                       and ws-tr-company-code(ws-tr-scan-idx)
                           = spaces
                       move ws-tr-scan-idx to ws-tr-company-idx
                   end-if
               end-perform
               if ws-tr-company-idx > 0
                   move cy-code(ws-company-idx)
                       to ws-tr-company-code(ws-tr-company-idx)
                   perform varying ws-tr-month-idx from 1 by 1
                       until ws-tr-month-idx > 12
                       move zeros to ws-tr-company-tax(
                           ws-tr-company-idx, ws-tr-month-idx)
                   end-perform
               end-if
           end-if.
           if ws-tr-company-idx = 0
               display "WARNING: no free company entry on the tax "
                   "remit register - company "
                   cy-code(ws-company-idx) " tax left in the "
                   "month total."
           else
               add cy-register-tax(ws-company-idx)
                   to ws-tr-company-tax(ws-tr-company-idx,
                       ws-tr-idx)
           end-if.

       read-tax-remit-register.
           move spaces to ws-taxremit-work-record.
           move 'N' to ws-taxremit-loaded.
           perform init-tax-remit-month
               varying ws-tr-idx from 1 by 1
               until ws-tr-idx > 12.
           perform varying ws-tr-company-idx from 1 by 1
               until ws-tr-company-idx > 10
               move spaces to ws-tr-company-code(ws-tr-company-idx)
               perform varying ws-tr-month-idx from 1 by 1
                   until ws-tr-month-idx > 12
                   move zeros to ws-tr-company-tax(
                       ws-tr-company-idx, ws-tr-month-idx)
               end-perform
           end-perform.

       init-tax-remit-month.
           move zeros to ws-tr-month-tax(ws-tr-idx).
