      *     direct-deposit enrollments (an off-cycle bank file
      *     with its own count/hash trailer) or, with no usable
      *     enrollment, as a check on the register,
      *   - court and agency garnishment orders come off the net
      *     last, in priority order; each agency is paid by a 'G'
      *     payee record on the off-cycle bank file and the order
      *     balances are posted once the payment is made,
      *   - the gross, tax and net post into the employee YTD
      *     master, the company YTD balance, the payroll history
      *     month bucket, the tax remittance register and the
      *     jurisdiction wage ledger,
      *   - the whole action lands on the audit log.
      * Off-cycle checks carry register source 'O' so the
      * nightly payment reconciliation excludes them.
      * The money leaves from the originating account of the
      * employee's company on the company master (named on the
      * bank file header, the company code on every record), and
      * the tax lands in that company's bucket on the register.
      * The operator keys the pay date the money is due; the
      * payment settles on it, or on the business day before
      * when it is a weekend or bank holiday (SETTLEMENT-DATE),
      * and a settlement date already passed refuses the
      * payment. The settlement date is on every bank record,
      * the statement and the check; an account still inside
      * its prenote lead days is not paid to.
       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select jurisdiction-wage-file assign to jurwage
           organization is indexed
           access mode is dynamic
           record key is jw-key
           file status is ws-jurwage-status.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
       data division.
       file section.
       fd person-file.
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
       fd check-register-file.
           copy "check-register-record.cpy".
       fd next-check-file.
       01 statement-line pic x(80).
       fd audit-log-file.
           copy "audit-record.cpy".
       fd jurisdiction-wage-file.
           copy "jurisdiction-wage-record.cpy".
       fd company-file.
           copy "company-record.cpy".
       working-storage section.
       01 ws-person-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-chknext-status pic xx value '00'.
       01 ws-statement-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-jurwage-status pic xx value '00'.
       01 ws-jw-month pic 99.
      * a closed month takes neither its history nor its ledger
      * buckets, so the quarterly tie between them still holds.
       01 ws-run-month-closed-flag pic x value 'N'.
           88 run-month-closed value 'Y'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
               ==ws-taxremit-work-record==
               leading ==tr-== by ==ws-tr-==.
       01 ws-tr-idx pic 99.
       01 ws-tr-company-idx pic 99.
       01 ws-tr-scan-idx pic 99.
      * the employee's company and the account it pays from
       01 ws-company-status pic xx value '00'.
       01 ws-company pic x(2) value '01'.
       01 ws-company-name pic x(30) value spaces.
       01 ws-orig-routing pic 9(9) value zeros.
       01 ws-orig-account pic x(12) value spaces.
       01 ws-emp-ytd-new pic x value 'N'.
           88 emp-ytd-new-record value 'Y'.
       01 ws-active-count pic 9 value zeros.
       01 ws-split-share pic s9(8) value zeros.
       01 ws-payment-count pic 9(6) value zeros.
       01 ws-payment-hash pic 9(10) value zeros.
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
      * 'N' back when the garnishment master could not be read or
      * an order's balance could not be posted
       01 ws-garn-status pic x value 'Y'.
       01 ws-garn-post-failed pic x value 'N'.
           88 garn-post-failed value 'Y'.
       01 ws-garn-idx pic 99.
       01 ws-next-check-number pic 9(6) value 1.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-settle-function pic x value 'G'.
       01 ws-requested-pay-date pic 9(8) value zeros.
       01 ws-settle-date.
           05 ws-settle-year pic 9(4).
           05 ws-settle-month pic 99.
           05 ws-settle-day pic 99.
       01 ws-settle-date-n redefines ws-settle-date pic 9(8).
       01 ws-settle-date-display pic x(10).
       01 ws-prenote-live-date pic 9(8) value zeros.
       01 ws-settle-basis pic x.
           88 settle-rolled-back value 'R'.
       01 ws-settle-result pic x.
           88 settle-ok value 'Y'.
           88 settle-passed value 'P'.
       01 sl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(35)
       01 sl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 sl-date-value pic x(10).
       01 sl-pay-date.
           05 filler pic x(10) value 'Pay Date: '.
           05 sl-pay-date-value pic x(10).
       01 sl-employee-line.
           05 filler pic x(10) value 'Employee: '.
           05 sl-employee-id pic x(6).
           05 sl-amount pic -(7)9.
       01 sl-separator.
           05 filler pic x(40) value all '-'.
       01 sl-garnish-line.
           05 filler pic x(4) value spaces.
           05 sl-garnish-case pic x(12).
           05 filler pic x(1) value space.
           05 sl-garnish-agency pic x(20).
           05 sl-garnish-amount pic z(7)9.
           05 filler pic x(6) value '  bal '.
           05 sl-garnish-balance pic z(7)9.
       procedure division.
       aa-start.
           call "operator-signon" using ws-operator-id,
           move ws-run-year to ws-run-date-display(7:4).
           perform get-valid-employee-id.
           perform get-valid-gross-amount.
           perform get-pay-date.
           perform work-out-settlement-date.
           if not settle-ok
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   go to zz-end
           end-read.
           display "Paying " person-name ".".
           perform look-up-company-account.
           if return-code not = 0
               close person-file
               go to zz-end
           end-if.
           perform load-tax-brackets.
           if not tax-table-loaded
               display "Tax brackets could not be loaded - run "
           perform look-up-tax-profile.
           perform load-employee-tax-table.
           perform compute-net-pay.
           if ws-garn-status not = 'Y'
               display "Garnishment orders could not be read - no "
                   "payment made, nothing posted."
               move 8 to return-code
               close person-file
               go to zz-end
           end-if.
           if ws-net-pay <= 0
               display "Net pay is not positive - no payment "
                   "made, nothing posted."
           end-if.
           perform print-pay-statement.
           perform pay-the-net.
           if return-code = 0
               perform post-garnishment-balances
           end-if.
           if return-code = 0
               perform post-employee-ytd
               perform post-company-ytd
               perform post-monthly-history
               perform post-tax-liability
               if not run-month-closed
                   perform post-jurisdiction-wages
               end-if
               perform write-off-cycle-audit
               display "Off-cycle payment complete: gross "
                   ws-gross-pay " net " ws-net-pay " for "
                   ws-employee-id "."
               if garn-post-failed
                   display "ERROR: the payment is made but the "
                       "garnishment order balances were NOT all "
                       "posted - correct the orders before the "
                       "next run."
                   move 8 to return-code
               end-if
           else
               display "Off-cycle payment FAILED - check the "
                   "messages above; postings not applied."
       zz-end.
           stop run.

      * a company not on the company master has no account to
      * pay from - refused before anything is computed.
       look-up-company-account.
           if person-company not = spaces
               move person-company to ws-company
           end-if.
           open input company-file.
           if ws-company-status not = '00'
               display "ERROR opening company master, status="
                   ws-company-status
               move 8 to return-code
           else
               move ws-company to company-master-code
               read company-file
                   invalid key
                       display "Company " ws-company " is not on "
                           "the company master - refused."
                       move 8 to return-code
                   not invalid key
                       move company-master-name to ws-company-name
                       move company-orig-routing to ws-orig-routing
                       move company-orig-account to ws-orig-account
               end-read
               close company-file
           end-if.

       get-valid-employee-id.
           move 'N' to ws-chkdig-result.
           perform until employee-id-valid
           end-perform.
           move ws-gross-accept to ws-gross-pay.

       get-pay-date.
           move 1 to ws-requested-pay-date.
           perform until ws-requested-pay-date = zeros
               or ws-requested-pay-date >= ws-run-date-n
               display "Pay date (YYYYMMDD, 0 = next business "
                   "day): "
               accept ws-requested-pay-date
               if ws-requested-pay-date not = zeros
                   and ws-requested-pay-date < ws-run-date-n
                   display "Pay date is before today - re-enter."
               end-if
           end-perform.

      * the money settles on the pay date keyed, or the business
      * day before it; one that would land before today is
      * refused before anything is computed or posted.
       work-out-settlement-date.
           move 'G' to ws-settle-function.
           call "settlement-date" using ws-settle-function,
               ws-run-date-n, ws-requested-pay-date,
               ws-settle-date-n, ws-prenote-live-date,
               ws-settle-basis, ws-settle-result.
           if settle-passed
               display "Settlement date " ws-settle-date-n
                   " has passed - payment refused."
           else
               if not settle-ok
                   display "Settlement date could not be worked "
                       "out - payment refused."
               else
                   move ws-settle-month
                       to ws-settle-date-display(1:2)
                   move '/' to ws-settle-date-display(3:1)
                   move ws-settle-day to ws-settle-date-display(4:2)
                   move '/' to ws-settle-date-display(6:1)
                   move ws-settle-year
                       to ws-settle-date-display(7:4)
                   if settle-rolled-back
                       display "Pay date " ws-requested-pay-date
                           " is not a business day - settling on "
                           ws-settle-date-n "."
                   else
                       display "Settling on " ws-settle-date-n "."
                   end-if
               end-if
           end-if.

       load-tax-brackets.
           call "load-tax-table" using ws-run-date-n,
               ws-default-jurisdiction, tax-table,
               - ws-emp-extra-withholding.
           compute ws-posting-net =
               ws-gross-pay - ws-tax-withheld.
           perform compute-garnishments.

      * disposable earnings are gross less the pre-tax deductions
      * and every tax withheld; the orders come off the net last.
      * Compute only here - the balances are posted once the
      * payment has actually been made.
       compute-garnishments.
           if ws-gross-pay > ws-pre-tax-total + ws-tax-withheld
               compute ws-disposable-earnings = ws-gross-pay
                   - ws-pre-tax-total - ws-tax-withheld
           else
               move zeros to ws-disposable-earnings
           end-if.
           move 'C' to ws-garn-function.
           call "apply-garnishments" using ws-garn-function,
               ws-employee-id, ws-disposable-earnings,
               ws-net-pay, ws-garn-detail, ws-garn-total,
               ws-garn-status.
           subtract ws-garn-total from ws-net-pay.

      * the same orders again, this time posting - nothing else
      * touches the master between the two calls, so the amounts
      * taken are exactly the ones just paid. The money has left
      * by now, so a balance that fails to post does not stop the
      * YTD postings; it fails the run once they are made.
       post-garnishment-balances.
           if ws-garn-count > 0
               compute ws-net-pay = ws-net-pay + ws-garn-total
               move 'P' to ws-garn-function
               call "apply-garnishments" using ws-garn-function,
                   ws-employee-id, ws-disposable-earnings,
                   ws-net-pay, ws-garn-detail, ws-garn-total,
                   ws-garn-status
               subtract ws-garn-total from ws-net-pay
               if ws-garn-status not = 'Y'
                   set garn-post-failed to true
               end-if
           end-if.

       print-pay-statement.
           open output statement-file.
               move ws-run-date-display to sl-date-value
               move sl-run-date to statement-line
               perform write-statement-line
               move ws-settle-date-display to sl-pay-date-value
               move sl-pay-date to statement-line
               perform write-statement-line
               move spaces to statement-line
               perform write-statement-line
               move ws-employee-id to sl-employee-id
               move ws-post-tax-total to sl-amount
               move sl-amount-line to statement-line
               perform write-statement-line
               if ws-garn-count > 0
                   move "Garnishments: " to sl-amount-label
                   move ws-garn-total to sl-amount
                   move sl-amount-line to statement-line
                   perform write-statement-line
                   perform write-garnishment-lines
                       varying ws-garn-idx from 1 by 1
                       until ws-garn-idx > ws-garn-count
               end-if
               move "Net pay: " to sl-amount-label
               move ws-net-pay to sl-amount
               move sl-amount-line to statement-line
               close statement-file
           end-if.

       write-garnishment-lines.
           move ws-garn-case-number(ws-garn-idx) to sl-garnish-case.
           move ws-garn-agency-name(ws-garn-idx)
               to sl-garnish-agency.
           move ws-garn-amount(ws-garn-idx) to sl-garnish-amount.
           move ws-garn-balance-after(ws-garn-idx)
               to sl-garnish-balance.
           move sl-garnish-line to statement-line.
           perform write-statement-line.

       write-statement-line.
           write statement-line.
           if ws-statement-status not = '00'
               move 8 to return-code
           end-if.

      * the bank file carries the employee's deposits and the
      * agencies' garnishment remittances; an employee with no
      * usable enrollment still gets the net as a check, while
      * any garnishments taken go to the agencies on the file.
       pay-the-net.
           perform collect-enrollments.
           if ws-active-count > 0 or ws-garn-count > 0
               perform write-bank-payments
           end-if.
           if ws-active-count = 0 and return-code = 0
               perform write-check-payment
           end-if.

       collect-enrollments.
           move zeros to ws-active-count.
                               not = ws-employee-id
                               set enrl-eof to true
                           else
                               if enr-active
                                   and enr-live-date is numeric
                                   and enr-live-date
                                       > ws-settle-date-n
                                   display "Account "
                                       enr-account-seq " live from "
                                       enr-live-date " - not paid "
                                       "this settlement."
                               end-if
                               if enr-active
                                   and ws-active-count < 9
                                   and (enr-live-date not numeric
                                   or enr-live-date
                                       <= ws-settle-date-n)
                                   add 1 to ws-active-count
                                   move ws-active-count
                                       to ws-enrl-idx
               move spaces to payment-record
               move 'H' to pay-record-type
               move ws-run-date-n to pay-run-date
               move ws-orig-routing to pay-orig-routing
               move ws-orig-account to pay-orig-account
               move ws-company-name to pay-company-name
               move ws-company to pay-company
               move ws-settle-date-n to pay-settle-date
               perform write-payment-record
               move ws-net-pay to ws-split-remaining
               perform write-one-split
                   varying ws-enrl-idx from 1 by 1
                   until ws-enrl-idx > ws-active-count
               perform write-agency-remittance
                   varying ws-garn-idx from 1 by 1
                   until ws-garn-idx > ws-garn-count
               move spaces to payment-record
               move 'T' to pay-record-type
               move ws-payment-count to pay-trailer-count
               move ws-payment-hash to pay-trailer-hash
               move ws-company to pay-company
               move ws-settle-date-n to pay-settle-date
               perform write-payment-record
               close payment-file
               display "Off-cycle bank file written: "
               move aa-account(ws-enrl-idx) to pay-account
               move aa-account-type(ws-enrl-idx)
                   to pay-account-type
               move ws-company to pay-company
               move ws-settle-date-n to pay-settle-date
               perform write-payment-record
               add 1 to ws-payment-count
               add ws-split-share to ws-payment-hash
           end-if.

       write-agency-remittance.
           move spaces to payment-record.
           move 'G' to pay-record-type.
           move ws-garn-agency-id(ws-garn-idx) to pay-employee-id.
           move ws-garn-agency-name(ws-garn-idx)
               to pay-employee-name.
           move ws-garn-amount(ws-garn-idx) to pay-net-amount.
           move ws-garn-agency-routing(ws-garn-idx) to pay-routing.
           move ws-garn-agency-account(ws-garn-idx) to pay-account.
           move 'C' to pay-account-type.
           move ws-company to pay-company.
           move ws-settle-date-n to pay-settle-date.
           perform write-payment-record.
           add 1 to ws-payment-count.
           add ws-garn-amount(ws-garn-idx) to ws-payment-hash.

       write-payment-record.
           write payment-record.
           if ws-payment-status not = '00'
                   move ws-run-date-n to ck-issue-date
                   move 'I' to ck-status
                   move 'O' to ck-source
                   move zeros to ck-pp-issue-seq
                   move zeros to ck-pp-void-seq
                   write check-register-record
                   if ws-checkreg-status not = '00'
                       display "ERROR writing check register "
                       move 8 to return-code
                   else
                       display "Check " ck-check-number
                           " issued for " ws-net-pay ", dated "
                           ws-settle-date-display "."
                       add 1 to ws-next-check-number
                       perform save-next-check-number
                   end-if
           perform read-payroll-history.
           move ws-run-month to ws-hist-idx.
           if ws-hist-closed-flag(ws-hist-idx) = 'C'
               set run-month-closed to true
               display "WARNING: month " ws-run-month " is "
                   "closed - history and jurisdiction wages not "
                   "posted."
           else
               add ws-gross-pay to ws-hist-regular(ws-hist-idx)
               add ws-posting-net to ws-hist-net(ws-hist-idx)
               perform init-tax-remit-month
                   varying ws-tr-idx from 1 by 1
                   until ws-tr-idx > 12
               perform init-tax-remit-company
                   varying ws-tr-company-idx from 1 by 1
                   until ws-tr-company-idx > 10
           end-if.
           move ws-run-month to ws-tr-idx.
           add ws-tax-withheld to ws-tr-month-tax(ws-tr-idx).
           perform post-company-tax-bucket.
           move ws-taxremit-work-record to tax-remit-record.
           open output tax-remit-file.
           if ws-taxremit-status not = '00'
           move zeros to ws-tr-month-tax(ws-tr-idx).
           move space to ws-tr-remitted-flag(ws-tr-idx).

       init-tax-remit-company.
           move spaces to ws-tr-company-code(ws-tr-company-idx).
           perform varying ws-tr-idx from 1 by 1
               until ws-tr-idx > 12
               move zeros
                   to ws-tr-company-tax(ws-tr-company-idx, ws-tr-idx)
           end-perform.

      * the company's bucket - an unused entry is claimed and
      * cleared first; with none free the tax stays in the month
      * total only, which the remittance reads as company '01'.
       post-company-tax-bucket.
           move zeros to ws-tr-company-idx.
           perform varying ws-tr-scan-idx from 1 by 1
               until ws-tr-scan-idx > 10
               if ws-tr-company-idx = 0
                   and ws-tr-company-code(ws-tr-scan-idx)
                       = ws-company
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
                   perform init-tax-remit-company
                   move ws-run-month to ws-tr-idx
                   move ws-company
                       to ws-tr-company-code(ws-tr-company-idx)
               end-if
           end-if.
           if ws-tr-company-idx = 0
               display "WARNING: no free company entry on the tax "
                   "remit register - company " ws-company
                   " tax left in the month total."
           else
               add ws-tax-withheld
                   to ws-tr-company-tax(ws-tr-company-idx, ws-tr-idx)
           end-if.

      * the quarterly returns see off-cycle wages under the
      * jurisdiction they were taxed in, the same as the nightly
      * postings.
       post-jurisdiction-wages.
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
               move ws-run-year to jw-year
               move ws-emp-jurisdiction to jw-jurisdiction
               move ws-employee-id to jw-employee-id
               read jurisdiction-wage-file
                   invalid key
                       perform init-jurisdiction-wages
                           varying ws-jw-month from 1 by 1
                           until ws-jw-month > 12
                       add ws-gross-pay
                           to jw-taxable-wages(ws-run-month)
                       add ws-tax-withheld
                           to jw-tax-withheld(ws-run-month)
                       write jurisdiction-wage-record
                   not invalid key
                       add ws-gross-pay
                           to jw-taxable-wages(ws-run-month)
                       add ws-tax-withheld
                           to jw-tax-withheld(ws-run-month)
                       rewrite jurisdiction-wage-record
               end-read
               if ws-jurwage-status not = '00'
                   display "ERROR posting jurisdiction wages, "
                       "status=" ws-jurwage-status
                   move 8 to return-code
               end-if
               close jurisdiction-wage-file
           end-if.

       init-jurisdiction-wages.
           move zeros to jw-taxable-wages(ws-jw-month).
           move zeros to jw-tax-withheld(ws-jw-month).

       write-off-cycle-audit.
           open extend audit-log-file.
           if ws-audit-status = '35'
