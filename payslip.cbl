       identification division.
       program-id. payslip.
       author Gonzo.
      * prints one pay statement per employee - reads the night's
      * pay-result file written by the salary accumulate run (one
      * record per paid employee, the figures the GL booked and
      * the bank extract pays) and joins it with the matching
      * person-file name, so the withholding and net pay on each
      * statement are that employee's own and can never drift
      * from the money that leaves. Nothing is recomputed here.
      * A pay-result file without its trailer, or whose trailer
      * count does not match, fails the step.
      * Court and agency garnishment orders come off the net last,
      * in priority order, each shown on the statement with the
      * case number and the balance still owed after this period.
      * Loan and salary advance installments come off after the
      * orders, each shown with the balance still to repay.
      * Tonight's approved expense reimbursements are listed claim
      * by claim below the net pay - non-taxable, paid alongside
      * it - and an employee reimbursed with no salary statement
      * tonight still gets a statement for the reimbursement.
      * Every statement shows the pay date - the day the money
      * settles, worked out off the pay calendar and the bank
      * holiday calendar the same way the bank extract does it
      * (SETTLEMENT-DATE), so the statement and the deposit
      * agree.
       environment division.
       input-output section.
       file-control.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           access mode is dynamic
           record key is lv-employee-id
           file status is ws-leave-status.
           select expense-claim-file assign to expclaim
           organization is line sequential
           file status is ws-expclaim-status.
       data division.
       file section.
       fd pay-result-file.
           copy "pay-result-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd statement-file.
       01 register-line pic x(80).
       fd leave-file.
           copy "leave-record.cpy".
       fd expense-claim-file.
           copy "expense-claim-record.cpy".
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'PAYSLIP'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 02.
           05 filler pic x(8) value 'PAYSTMT'.
           05 filler pic x(8) value 'DEDREG'.
           05 filler pic x(176) value spaces.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-payrslt-trailer-seen pic x value 'N'.
           88 payrslt-trailer-seen value 'Y'.
       01 ws-payrslt-count pic 9(6) value zeros.
       01 ws-person-status pic xx value '00'.
       01 ws-statement-status pic xx value '00'.
       01 ws-register-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-current-employee-id pic x(6) value spaces.
       01 ws-regular-pay pic 9(8) value zeros.
       01 ws-bonus-pay pic 9(8) value zeros.
       01 ws-deduction-amount pic 9(8) value zeros.
       01 ws-tax-withheld pic 9(8) value zeros.
       01 ws-net-pay pic s9(8) value zeros.
       01 ws-statement-count pic 9(6) value zeros.
      * an employee on unpaid leave of absence gets no statement -
      * the accumulate run booked nothing for them.
       01 ws-unpaid-leave pic x value 'N'.
           88 on-unpaid-leave value 'Y'.
       01 ws-leave-skipped-count pic 9(6) value zeros.
       01 ws-terminated pic x value 'N'.
           88 is-terminated value 'Y'.
       01 ws-term-skipped-count pic 9(6) value zeros.
      * the recurring deductions come entry by entry on the pay
      * result, so the register can show what was taken from
      * whom.
       01 ws-pre-tax-total pic 9(8) value zeros.
       01 ws-post-tax-total pic 9(8) value zeros.
       01 ws-ded-idx pic 99.
       01 ws-register-pre-total pic 9(10) value zeros.
       01 ws-register-post-total pic 9(10) value zeros.
      * garnishment orders taken by the APPLY-GARNISHMENTS
      * subroutine, compute only, for the case and balance lines
      * - the balances come down in the bank extract, where the
      * money actually leaves. The amounts themselves are the
      * pay result's.
       01 ws-garn-function pic x value 'C'.
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
       01 ws-garn-idx pic 99.
      * loan installments, compute only like the garnishments.
       01 ws-loan-room pic s9(8) value zeros.
       01 ws-loan-detail.
           05 ws-loan-count pic 99.
           05 ws-loan-entry occurs 5 times.
               10 ws-loan-number pic x(4).
               10 ws-loan-description pic x(20).
               10 ws-loan-amount pic 9(8).
               10 ws-loan-balance-after pic 9(8).
       01 ws-loan-total pic 9(8) value zeros.
       01 ws-loan-idx pic 99.
      * 'N' back when the garnishment or loan master could not be
      * read - the statement's order and loan lines are then not
      * the whole story.
       01 ws-garn-status pic x value 'Y'.
       01 ws-loan-status pic x value 'Y'.
       01 ws-leave-status pic xx value '00'.
       01 ws-leavemst-open pic x value 'N'.
           88 leavemst-open value 'Y'.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
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
       01 ws-settle-result pic x.
           88 settle-ok value 'Y'.
           88 settle-passed value 'P'.
      * the night's released expense claims, held so each one
      * prints on its employee's statement exactly once.
       01 ws-expclaim-status pic xx value '00'.
       01 ws-expclaim-eof pic x value 'N'.
           88 expclaim-eof value 'Y'.
       01 ws-claim-count pic 9(3) value zeros.
       01 ws-claim-idx pic 9(3).
       01 ws-claim-hold-idx pic 9(3).
       01 claim-table.
           05 claim-entry occurs 500 times.
               10 cl-employee-id pic x(6).
               10 cl-claim-number pic x(8).
               10 cl-category-code pic x(4).
               10 cl-amount pic 9(7).
               10 cl-printed pic x.
       01 ws-reimb-total pic 9(8) value zeros.
       01 ws-reimb-statement-count pic 9(6) value zeros.

       01 sl-title.
           05 filler pic x(25) value spaces.
       01 sl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 sl-date-value pic x(10).
       01 sl-pay-date.
           05 filler pic x(10) value 'Pay Date: '.
           05 sl-pay-date-value pic x(10).
       01 sl-employee-line.
           05 filler pic x(10) value 'Employee: '.
           05 sl-employee-id pic x(6).
           05 sl-leave-taken pic zz9.
           05 filler pic x(10) value '  balance '.
           05 sl-leave-balance pic --9.
       01 sl-garnish-line.
           05 filler pic x(4) value spaces.
           05 sl-garnish-case pic x(12).
           05 filler pic x(1) value space.
           05 sl-garnish-agency pic x(20).
           05 sl-garnish-amount pic z(7)9.
           05 filler pic x(6) value '  bal '.
           05 sl-garnish-balance pic z(7)9.
       01 sl-claim-line.
           05 filler pic x(4) value spaces.
           05 sl-claim-number pic x(8).
           05 filler pic x(1) value space.
           05 sl-claim-category pic x(4).
           05 filler pic x(8) value spaces.
           05 sl-claim-amount pic z(7)9.
       01 sl-loan-line.
           05 filler pic x(4) value spaces.
           05 sl-loan-number pic x(4).
           05 filler pic x(1) value space.
           05 sl-loan-description pic x(20).
           05 sl-loan-amount pic z(7)9.
           05 filler pic x(6) value '  bal '.
           05 sl-loan-balance pic z(7)9.
       01 fl-statement-count.
           05 filler pic x(25) value 'Statements printed: '.
           05 fl-count pic zzzzz9.
       01 fl-leave-count.
           05 filler pic x(25) value 'Unpaid leave, skipped: '.
           05 fl-leave-skipped pic zzzzz9.
       01 fl-term-count.
           05 filler pic x(25) value 'Terminated, skipped: '.
           05 fl-term-skipped pic zzzzz9.
       01 fl-reimb-count.
           05 filler pic x(25) value 'Reimbursement only: '.
           05 fl-reimb-only pic zzzzz9.
       01 rg-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(30) value 'DEDUCTIONS REGISTER'.
           05 rg-total pic z(9)9.
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
               go to cc-end
           end-if.
           if ws-leave-status = '00'
               set leavemst-open to true
           end-if.
           move function current-date to ws-run-date
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           perform work-out-pay-date.
           perform load-expense-claims.
           move rg-title to register-line.
           perform write-register-line.
           move spaces to register-line.
           perform write-register-line.
       bb-read.
           read pay-result-file at end
               display "Pay-result file has no trailer - "
                   "incomplete accumulate run, statements "
                   "withheld."
               move 8 to return-code
               go to cc-end
           end-read.
           if ws-payrslt-status not = '00'
               display "ERROR reading pay-result file, status="
                   ws-payrslt-status
               move 8 to return-code
               go to cc-end
           end-if.
           if pr-trailer
               set payrslt-trailer-seen to true
               if pr-trailer-count not = ws-payrslt-count
                   display "Pay-result trailer count "
                       pr-trailer-count " does not match "
                       ws-payrslt-count " records read."
                   move 8 to return-code
               end-if
               go to cc-end
           end-if.
           add 1 to ws-payrslt-count.
           move pr-employee-id to ws-current-employee-id.
           move pr-regular-gross to ws-regular-pay.
           move pr-bonus-gross to ws-bonus-pay.
           move pr-oneoff-deduction to ws-deduction-amount.
           perform print-pay-statement.
           go to bb-read.
       cc-end.
           if setup-ok
               perform print-reimbursement-only
                   varying ws-claim-idx from 1 by 1
                   until ws-claim-idx > ws-claim-count
               perform print-statement-footer
               if ws-payrslt-status = '00'
                   or ws-payrslt-status = '10'
                   close pay-result-file
               end-if
               if ws-person-status = '00' or ws-person-status = '10'
                   or ws-person-status = '23'
               if leavemst-open
                   close leave-file
               end-if
           end-if.
           perform record-run-end.
           stop run.

       print-pay-statement.
           if ws-current-employee-id not = spaces
               and (ws-regular-pay > 0 or ws-bonus-pay > 0
                   or ws-deduction-amount > 0)
               perform look-up-person-name
               if on-unpaid-leave
                   add 1 to ws-leave-skipped-count
               else
                   if is-terminated
                       add 1 to ws-term-skipped-count
                   else
                       perform compute-employee-pay
                       perform look-up-leave-balance
                       perform write-statement-lines
                       add 1 to ws-statement-count
                   end-if
               end-if
           end-if.
           move zeros to ws-regular-pay.
           move zeros to ws-bonus-pay.
           move zeros to ws-deduction-amount.

      * every figure comes off the pay result as the accumulate
      * run booked it - tax includes the extra withholding, the
      * one-off 'D' records are already off the net.
       compute-employee-pay.
           move pr-gross-pay to ws-gross-pay.
           move pr-pre-tax-total to ws-pre-tax-total.
           move pr-post-tax-total to ws-post-tax-total.
           compute ws-tax-withheld =
               pr-tax-withheld + pr-extra-withholding.
           move pr-net-pay to ws-net-pay.
           move pr-garnishment-total to ws-garn-total.
           move pr-loan-total to ws-loan-total.
           perform write-register-entries.
           perform list-garnishments-and-loans.

      * the case and loan lines only: the orders and the loans
      * are worked compute-only from the same net before orders
      * the accumulate run used, so they list the amounts the
      * pay result carries with the balances still owed.
       list-garnishments-and-loans.
           move zeros to ws-garn-count.
           move zeros to ws-loan-count.
           if pr-net-before-orders > 0
               move pr-net-before-orders to ws-net-of-tax
               if ws-gross-pay > ws-pre-tax-total + ws-tax-withheld
                   compute ws-disposable-earnings = ws-gross-pay
                       - ws-pre-tax-total - ws-tax-withheld
               else
                   move zeros to ws-disposable-earnings
               end-if
               call "apply-garnishments" using ws-garn-function,
                   ws-current-employee-id, ws-disposable-earnings,
                   ws-net-of-tax, ws-garn-detail, ws-garn-total,
                   ws-garn-status
               compute ws-loan-room = ws-net-of-tax - ws-garn-total
               move 'Y' to ws-loan-status
               if ws-loan-room > 0
                   call "apply-loan-repayments" using
                       ws-garn-function, ws-current-employee-id,
                       ws-run-date-n, ws-loan-room, ws-loan-detail,
                       ws-loan-total, ws-loan-status
               end-if
               if ws-garn-status not = 'Y'
                   or ws-loan-status not = 'Y'
                   display "ERROR: garnishment/loan masters could "
                       "not be read for " ws-current-employee-id
                       " - statement order and loan lines "
                       "incomplete."
                   move 8 to return-code
               end-if
               if ws-garn-total not = pr-garnishment-total
                   or ws-loan-total not = pr-loan-total
                   display "WARNING: garnishment/loan masters "
                       "changed since the accumulate run for "
                       ws-current-employee-id
                       " - statement shows the booked amounts."
                   move pr-garnishment-total to ws-garn-total
                   move pr-loan-total to ws-loan-total
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if.

      * unpaid leave counts from its effective date - a leave
      * keyed ahead of time does not stop pay before it starts.
      * A termination is the same: nothing is paid from its
      * effective date on.
       look-up-person-name.
           move 'N' to ws-unpaid-leave.
           move 'N' to ws-terminated.
           move ws-current-employee-id
               to employee-id of person-record.
           read person-file
               invalid key
                   move "** NOT ON PERSON FILE **"
                       to person-name
               not invalid key
                   if person-on-leave and person-leave-unpaid
                       and person-status-date <= ws-run-date-n
                       set on-unpaid-leave to true
                   end-if
                   if person-terminated
                       and person-status-date <= ws-run-date-n
                       set is-terminated to true
                   end-if
           end-read.

      * the statements print whatever the bank extract will
      * settle on; a date already passed is the extract's to
      * refuse, so here it only warns.
       work-out-pay-date.
           call "settlement-date" using ws-settle-function,
               ws-run-date-n, ws-scheduled-pay-date,
               ws-settle-date-n, ws-prenote-live-date,
               ws-settle-basis, ws-settle-result.
           if settle-ok or settle-passed
               move ws-settle-month to ws-settle-date-display(1:2)
               move '/' to ws-settle-date-display(3:1)
               move ws-settle-day to ws-settle-date-display(4:2)
               move '/' to ws-settle-date-display(6:1)
               move ws-settle-year to ws-settle-date-display(7:4)
               if settle-passed
                   display "WARNING: settlement date "
                       ws-settle-date-n " has passed - the bank "
                       "extract will refuse it."
               end-if
           else
               display "WARNING: pay date could not be worked "
                   "out - statements show the run date."
               move ws-run-date-display to ws-settle-date-display
           end-if.

       write-statement-lines.
           move sl-title to statement-line.
           perform write-statement-line.
           move ws-run-date-display to sl-date-value.
           move sl-run-date to statement-line.
           perform write-statement-line.
           move ws-settle-date-display to sl-pay-date-value.
           move sl-pay-date to statement-line.
           perform write-statement-line.
           move spaces to statement-line.
           perform write-statement-line.
           move ws-current-employee-id to sl-employee-id.
           move ws-post-tax-total to sl-amount.
           move sl-amount-line to statement-line.
           perform write-statement-line.
           if ws-garn-count > 0
               move "Garnishments: " to sl-amount-label
               move ws-garn-total to sl-amount
               move sl-amount-line to statement-line
               perform write-statement-line
               perform write-garnishment-lines
                   varying ws-garn-idx from 1 by 1
                   until ws-garn-idx > ws-garn-count
           end-if.
           if ws-loan-count > 0
               move "Loan repayments: " to sl-amount-label
               move ws-loan-total to sl-amount
               move sl-amount-line to statement-line
               perform write-statement-line
               perform write-loan-lines
                   varying ws-loan-idx from 1 by 1
                   until ws-loan-idx > ws-loan-count
           end-if.
           move "Net pay: " to sl-amount-label.
           move ws-net-pay to sl-amount.
           move sl-amount-line to statement-line.
           perform write-statement-line.
           perform write-reimbursement-lines.
           if ws-reimb-total > 0
               move "Total paid: " to sl-amount-label
               compute sl-amount = ws-net-pay + ws-reimb-total
               move sl-amount-line to statement-line
               perform write-statement-line
           end-if.
           if leave-on-file
               move lv-entitlement to sl-leave-entitlement
               move lv-taken to sl-leave-taken
           move sl-separator to statement-line.
           perform write-statement-line.

       write-garnishment-lines.
           move ws-garn-case-number(ws-garn-idx) to sl-garnish-case.
           move ws-garn-agency-name(ws-garn-idx)
               to sl-garnish-agency.
           move ws-garn-amount(ws-garn-idx) to sl-garnish-amount.
           move ws-garn-balance-after(ws-garn-idx)
               to sl-garnish-balance.
           move sl-garnish-line to statement-line.
           perform write-statement-line.

      * every claim still held for the employee, marked printed
      * as it goes; ws-reimb-total comes back zero when there are
      * none and nothing is written.
       write-reimbursement-lines.
           move zeros to ws-reimb-total.
           perform varying ws-claim-idx from 1 by 1
               until ws-claim-idx > ws-claim-count
               if cl-employee-id(ws-claim-idx)
                   = ws-current-employee-id
                   and cl-printed(ws-claim-idx) = 'N'
                   add cl-amount(ws-claim-idx) to ws-reimb-total
               end-if
           end-perform.
           if ws-reimb-total > 0
               move "Expense reimbursements" to statement-line
               perform write-statement-line
               perform varying ws-claim-idx from 1 by 1
                   until ws-claim-idx > ws-claim-count
                   if cl-employee-id(ws-claim-idx)
                       = ws-current-employee-id
                       and cl-printed(ws-claim-idx) = 'N'
                       move cl-claim-number(ws-claim-idx)
                           to sl-claim-number
                       move cl-category-code(ws-claim-idx)
                           to sl-claim-category
                       move cl-amount(ws-claim-idx)
                           to sl-claim-amount
                       move sl-claim-line to statement-line
                       perform write-statement-line
                       move 'Y' to cl-printed(ws-claim-idx)
                   end-if
               end-perform
               move "Reimbursed (non-taxable): " to sl-amount-label
               move ws-reimb-total to sl-amount
               move sl-amount-line to statement-line
               perform write-statement-line
           end-if.

      * a claim still unprinted once the salary walk is done
      * belongs to someone with no pay statement tonight - no
      * salary this period, or unpaid leave - who is reimbursed
      * all the same.
       print-reimbursement-only.
           if cl-printed(ws-claim-idx) = 'N'
               move cl-employee-id(ws-claim-idx)
                   to ws-current-employee-id
               perform look-up-person-name
               move sl-title to statement-line
               perform write-statement-line
               move ws-run-date-display to sl-date-value
               move sl-run-date to statement-line
               perform write-statement-line
               move ws-settle-date-display to sl-pay-date-value
               move sl-pay-date to statement-line
               perform write-statement-line
               move spaces to statement-line
               perform write-statement-line
               move ws-current-employee-id to sl-employee-id
               move person-name to sl-employee-name
               move sl-employee-line to statement-line
               perform write-statement-line
               move ws-claim-idx to ws-claim-hold-idx
               perform write-reimbursement-lines
               move ws-claim-hold-idx to ws-claim-idx
               move sl-separator to statement-line
               perform write-statement-line
               add 1 to ws-reimb-statement-count
           end-if.

      * a missing claim file means no reimbursements tonight.
       load-expense-claims.
           open input expense-claim-file.
           if ws-expclaim-status not = '35'
               if ws-expclaim-status not = '00'
                   display "ERROR opening expense claim file, "
                       "status=" ws-expclaim-status
                   display "Reimbursements are not printed."
               else
                   perform until expclaim-eof
                       read expense-claim-file
                           at end
                               set expclaim-eof to true
                           not at end
                               perform take-expense-claim
                       end-read
                   end-perform
                   close expense-claim-file
               end-if
           end-if.

       take-expense-claim.
           if ws-claim-count < 500
               add 1 to ws-claim-count
               move xc-employee-id to cl-employee-id(ws-claim-count)
               move xc-claim-number
                   to cl-claim-number(ws-claim-count)
               move xc-category-code
                   to cl-category-code(ws-claim-count)
               move xc-amount to cl-amount(ws-claim-count)
               move 'N' to cl-printed(ws-claim-count)
           else
               display "WARNING: claim " xc-claim-number
                   " not printed - claim table full."
           end-if.

       write-loan-lines.
           move ws-loan-number(ws-loan-idx) to sl-loan-number.
           move ws-loan-description(ws-loan-idx)
               to sl-loan-description.
           move ws-loan-amount(ws-loan-idx) to sl-loan-amount.
           move ws-loan-balance-after(ws-loan-idx)
               to sl-loan-balance.
           move sl-loan-line to statement-line.
           perform write-statement-line.

       look-up-leave-balance.
           move 'N' to ws-leave-on-file.
           if leavemst-open
           move ws-statement-count to fl-count.
           move fl-statement-count to statement-line.
           perform write-statement-line.
           move ws-leave-skipped-count to fl-leave-skipped.
           move fl-leave-count to statement-line.
           perform write-statement-line.
           move ws-term-skipped-count to fl-term-skipped.
           move fl-term-count to statement-line.
           perform write-statement-line.
           move ws-reimb-statement-count to fl-reimb-only.
           move fl-reimb-count to statement-line.
           perform write-statement-line.
           move spaces to register-line.
           perform write-register-line.
           move "Total pre-tax taken: " to rg-total-label.
       write-register-entries.
           perform write-one-register-entry
               varying ws-ded-idx from 1 by 1
               until ws-ded-idx > pr-deduction-count.

       write-one-register-entry.
           move ws-current-employee-id to rg-employee-id.
           move pr-deduction-code(ws-ded-idx) to rg-code.
           if pr-deduction-timing(ws-ded-idx) = 'B'
               move 'pre-tax' to rg-timing
               add pr-deduction-amount(ws-ded-idx)
                   to ws-register-pre-total
           else
               move 'post-tax' to rg-timing
               add pr-deduction-amount(ws-ded-idx)
                   to ws-register-post-total
           end-if.
           move pr-deduction-amount(ws-ded-idx) to rg-amount.
           move rg-detail-line to register-line.
           perform write-register-line.

                   ws-statement-status
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
           move ws-statement-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
