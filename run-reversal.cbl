      *     the open history month bucket and the tax remittance
      *     register,
      *   - reverses every employee-level posting using the run's
      *     rows on the posting journal, and takes each row's
      *     gross and tax back out of the jurisdiction wage
      *     ledger bucket the run put them in,
      *   - writes a balanced reversing GL posting set (the
      *     mirror image of the night's extract, employee side),
      *   - audits the whole action and prints the reversal
      * spent-to-date rows (deptytd) are not journaled per run
      * either and are NOT backed out - the budget-vs-actual
      * report overstates the reversed departments until finance
      * adjusts the rows; the reversal report says so. Loan
      * installments and garnishment orders are NOT put back
      * either: the bank extract posts those balances as it
      * pays, one loan and one order at a time, and neither the
      * split across an employee's loans nor whether the run
      * was ever paid is known here. The report lists each
      * employee's loan and order amounts off the run's pay
      * result generation (PAYRSLT); once the payments are
      * recalled, each loan is put back with loan-maint's
      * back-out (balance up, month repaid down, a loan the run
      * closed reopened) and each order with garnish-maint's,
      * the split by loan and by order taken off the loan
      * master and the garnishment register. Each
      * journal row names its ledger jurisdiction; a row written
      * before the journal carried it takes the employee's
      * jurisdiction off the tax profile today.
      * The run's tax comes out of each company's bucket on the
      * register in the same shares the run put it in - the
      * journal rows' tax totalled by the employee's company and
      * the run tax split in proportion, the last company taking
      * the rounding. An employee moved to another company since
      * the run shifts that share with them; the reversing GL
      * set is one set for the run, not split by company, and
      * accounting moves it between the companies' ledgers off
      * the reversal report.
       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select jurisdiction-wage-file assign to jurwage
           organization is indexed
           access mode is dynamic
           record key is jw-key
           file status is ws-jurwage-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
       data division.
       file section.
       fd run-history-file.
       01 report-line pic x(80).
       fd audit-log-file.
           copy "audit-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd jurisdiction-wage-file.
           copy "jurisdiction-wage-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd pay-result-file.
           copy "pay-result-record.cpy".
       working-storage section.
       01 ws-runhist-status pic xx value '00'.
       01 ws-postjrnl-status pic xx value '00'.
       01 ws-glrev-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-jurwage-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-payrslt-eof-flag pic x value 'N'.
           88 payrslt-eof value 'Y'.
       01 ws-payrslt-rows pic 9(6) value zeros.
       01 ws-manual-count pic 9(6) value zeros.
       01 ws-manual-loan-total pic 9(10) value zeros.
       01 ws-manual-garn-total pic 9(10) value zeros.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
               leading ==tr-== by ==ws-tr-==.
       01 ws-hist-idx pic 99.
       01 ws-tr-idx pic 99.
       01 ws-tr-company-idx pic 99.
       01 ws-tr-scan-idx pic 99.
      * the run's tax by company, off the journal rows
       01 ws-person-status pic xx value '00'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-lookup-company pic x(2).
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 company-tax-table.
           05 company-tax-entry occurs 10 times.
               10 cx-code pic x(2).
               10 cx-record-tax pic 9(12).
               10 cx-share pic 9(10).
       01 ws-record-tax-total pic 9(12) value zeros.
       01 ws-tax-left pic 9(10) value zeros.
       01 ws-positive-run-tax pic 9(10) value zeros.
       01 ws-history-loaded pic x value 'N'.
           88 history-loaded value 'Y'.
       01 ws-taxremit-loaded pic x value 'N'.
       01 ws-ytd-balance pic 9(10) value zeros.
       01 ws-journal-rows pic 9(6) value zeros.
       01 ws-reversed-rows pic 9(6) value zeros.
      * the jurisdiction wage ledger, backed out row by row
       01 ws-jurwage-open pic x value 'N'.
           88 jurwage-open value 'Y'.
       01 ws-taxprof-open pic x value 'N'.
           88 taxprof-open value 'Y'.
       01 ws-row-jurisdiction pic x(2).
       01 ws-ledger-rows pic 9(6) value zeros.
       01 ws-ledger-missed pic 9(6) value zeros.
       01 ws-confirm pic x.
      * reversing GL set - the mirror image of the night's
      * extract: debits become credits and credits debits. The
      * run-history record carries the settled GL figures the
      * extract booked (TAXPAY, RECDPAY, NETPAY, EMPRECV, and
      * LOANRECV by difference), so a post-settlement run
      * reverses line for line; a record
      * appended before those fields existed (spaces there)
      * falls back to the old four-line aggregate shape, and
      * the report says which shape was written.
       01 ws-gl-line-count pic 9(6) value zeros.
       01 ws-gl-debit-total pic 9(12) value zeros.
       01 ws-gl-credit-total pic 9(12) value zeros.
      * the loan repayments the night's set credited to LOANRECV
      * are not carried on the run-history record; the set
      * balanced, so they are what is left of the gross and the
      * receivable once the payables are taken off.
       01 ws-loanrecv-amount pic s9(12) value zeros.
       01 hl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(30) value 'RUN REVERSAL REPORT'.
       01 dl-amount-line.
           05 dl-amount-label pic x(28).
           05 dl-amount pic -(11)9.
       01 hl-manual-headers.
           05 filler pic x(10) value 'Emp ID'.
           05 filler pic x(12) value '       Loans'.
           05 filler pic x(12) value '      Orders'.
       01 dl-manual-line.
           05 dl-manual-employee-id pic x(6).
           05 filler pic x(4) value spaces.
           05 dl-manual-loan pic z(10)9.
           05 filler pic x(1) value space.
           05 dl-manual-garn pic z(10)9.
       01 fl-verdict-line.
           05 filler pic x(20) value 'Reversal result: '.
           05 fl-verdict pic x(50).
               move ws-reverse-month to ws-tr-idx
               subtract ws-run-tax
                   from ws-tr-month-tax(ws-tr-idx)
               perform sum-journal-tax-by-company
               perform back-out-company-buckets
               move ws-taxremit-work-record to tax-remit-record
               open output tax-remit-file
               if ws-taxremit-status not = '00'
                   "cover the run year - not adjusted."
           end-if.

      * the journal rows of the run, in the order the run
      * posted them, so the companies come up in the order the
      * run met them and the split repeats the run's own.
       sum-journal-tax-by-company.
           move zeros to ws-company-count.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           end-if.
           open input posting-journal-file.
           if ws-postjrnl-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read posting-journal-file
                       at end
                           set eof to true
                       not at end
                           if pj-run-date = ws-reverse-date
                               perform take-journal-company
                           end-if
                   end-read
               end-perform
               close posting-journal-file
           end-if.
           if person-open
               close person-file
               move 'N' to ws-person-open
           end-if.

       take-journal-company.
           move '01' to ws-lookup-company.
           if person-open
               move pj-employee-id to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       if person-company not = spaces
                           move person-company to ws-lookup-company
                       end-if
               end-read
           end-if.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
               until company-found
                   or ws-company-idx > ws-company-count
               if cx-code(ws-company-idx) = ws-lookup-company
                   set company-found to true
               end-if
           end-perform.
           if company-found
               subtract 1 from ws-company-idx
           else
               if ws-company-count < 10
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   move ws-lookup-company to cx-code(ws-company-idx)
                   move zeros to cx-record-tax(ws-company-idx)
                   move zeros to cx-share(ws-company-idx)
               else
                   move zeros to ws-company-idx
               end-if
           end-if.
           if ws-company-idx > 0 and pj-record-type not = 'D'
               add pj-tax to cx-record-tax(ws-company-idx)
           end-if.

      * the run tax split the way the run split it, each share
      * taken back out of its company's bucket.
       back-out-company-buckets.
           move zeros to ws-record-tax-total.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               add cx-record-tax(ws-company-idx)
                   to ws-record-tax-total
           end-perform.
           if ws-run-tax > 0
               move ws-run-tax to ws-positive-run-tax
           else
               move zeros to ws-positive-run-tax
           end-if.
           move ws-positive-run-tax to ws-tax-left.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
               if ws-company-idx = ws-company-count
                   or ws-record-tax-total = 0
                   move ws-tax-left to cx-share(ws-company-idx)
               else
                   compute cx-share(ws-company-idx) rounded =
                       ws-positive-run-tax
                       * cx-record-tax(ws-company-idx)
                       / ws-record-tax-total
                   if cx-share(ws-company-idx) > ws-tax-left
                       move ws-tax-left to cx-share(ws-company-idx)
                   end-if
               end-if
               subtract cx-share(ws-company-idx) from ws-tax-left
               if cx-share(ws-company-idx) > 0
                   perform back-out-one-bucket
               end-if
           end-perform.

      * a bucket holding less than the share (the employee moved
      * company since the run, or the register was rebuilt) is
      * cleared and the shortfall reported for a manual fix.
       back-out-one-bucket.
           move zeros to ws-tr-company-idx.
           perform varying ws-tr-scan-idx from 1 by 1
               until ws-tr-scan-idx > 10
               if ws-tr-company-idx = 0
                   and ws-tr-company-code(ws-tr-scan-idx)
                       = cx-code(ws-company-idx)
                   move ws-tr-scan-idx to ws-tr-company-idx
               end-if
           end-perform.
           if ws-tr-company-idx = 0
               display "WARNING: company " cx-code(ws-company-idx)
                   " has no bucket on the tax remit register - "
                   "its share " cx-share(ws-company-idx)
                   " comes off the month total only."
           else
               if ws-tr-company-tax(ws-tr-company-idx, ws-tr-idx)
                   < cx-share(ws-company-idx)
                   display "WARNING: company "
                       cx-code(ws-company-idx) " bucket "
                       ws-tr-company-tax(ws-tr-company-idx,
                           ws-tr-idx)
                       " is less than its share "
                       cx-share(ws-company-idx)
                       " - bucket cleared, adjust by hand."
                   move zeros to ws-tr-company-tax(
                       ws-tr-company-idx, ws-tr-idx)
               else
                   subtract cx-share(ws-company-idx)
                       from ws-tr-company-tax(ws-tr-company-idx,
                           ws-tr-idx)
               end-if
           end-if.

       reverse-employee-postings.
           open input posting-journal-file.
           if ws-postjrnl-status not = '00'
                   move 8 to return-code
                   close posting-journal-file
               else
                   perform open-jurisdiction-ledger
                   move 'N' to ws-eof-flag
                   perform until eof
                       read posting-journal-file
                               end-if
                       end-read
                   end-perform
                   if jurwage-open
                       close jurisdiction-wage-file
                       move 'N' to ws-jurwage-open
                   end-if
                   if taxprof-open
                       close tax-profile-file
                       move 'N' to ws-taxprof-open
                   end-if
                   close employee-ytd-file
                   close posting-journal-file
               end-if
                       add 1 to ws-reversed-rows
                   end-if
           end-read.
           if pj-record-type not = 'D'
               perform back-out-jurisdiction-wages
           end-if.

      * the run's ledger is the one it posted to; without it the
      * quarter cannot be tied, so a ledger that will not open
      * is an error. The tax profile is only needed for journal
      * rows that predate the recorded jurisdiction.
       open-jurisdiction-ledger.
           open i-o jurisdiction-wage-file.
           if ws-jurwage-status not = '00'
               display "ERROR opening jurisdiction wage ledger, "
                   "status=" ws-jurwage-status
               move 8 to return-code
           else
               set jurwage-open to true
           end-if.
           open input tax-profile-file.
           if ws-profile-status = '00'
               set taxprof-open to true
           end-if.

      * the row's gross and tax come out of the run month's
      * bucket; a bucket holding less than the row (the ledger
      * was corrected by hand since) is cleared and reported.
       back-out-jurisdiction-wages.
           if jurwage-open
               if pj-jurisdiction-recorded
                   move pj-jurisdiction to ws-row-jurisdiction
               else
                   perform look-up-row-jurisdiction
               end-if
               move ws-reverse-year to jw-year
               move ws-row-jurisdiction to jw-jurisdiction
               move pj-employee-id to jw-employee-id
               read jurisdiction-wage-file
                   invalid key
                       display "WARNING: no jurisdiction wage "
                           "record for " pj-employee-id
                           " jurisdiction '" ws-row-jurisdiction
                           "' - ledger not adjusted for the row."
                       add 1 to ws-ledger-missed
                   not invalid key
                       perform back-out-ledger-bucket
               end-read
           end-if.

       look-up-row-jurisdiction.
           move spaces to ws-row-jurisdiction.
           if taxprof-open
               move pj-employee-id to txp-employee-id
               read tax-profile-file
                   invalid key
                       continue
                   not invalid key
                       move txp-jurisdiction to ws-row-jurisdiction
               end-read
           end-if.

       back-out-ledger-bucket.
           if jw-taxable-wages(ws-reverse-month) < pj-gross
               or jw-tax-withheld(ws-reverse-month) < pj-tax
               display "WARNING: jurisdiction wage bucket for "
                   pj-employee-id " is less than the row - "
                   "bucket cleared, adjust by hand."
               move zeros to jw-taxable-wages(ws-reverse-month)
               move zeros to jw-tax-withheld(ws-reverse-month)
               add 1 to ws-ledger-missed
           else
               subtract pj-gross
                   from jw-taxable-wages(ws-reverse-month)
               subtract pj-tax
                   from jw-tax-withheld(ws-reverse-month)
           end-if.
           rewrite jurisdiction-wage-record.
           if ws-jurwage-status not = '00'
               display "ERROR rewriting jurisdiction wage record "
                   "for " pj-employee-id ", status="
                   ws-jurwage-status
               move 8 to return-code
           else
               add 1 to ws-ledger-rows
           end-if.

      * mirror image of the night's extract: the expense comes
      * back out as a credit, the payables come back as debits.
           move "DR" to gl-dr-cr.
           move ws-tgt-gl-netpay to gl-amount.
           perform write-gl-reversal-line.
           compute ws-loanrecv-amount = ws-tgt-regular-total
               + ws-tgt-bonus-total + ws-tgt-gl-receivable
               - ws-tgt-gl-taxpay - ws-tgt-gl-recurring
               - ws-tgt-deduction-total - ws-tgt-gl-netpay.
           if ws-loanrecv-amount > 0
               move "LOANRECV" to gl-account
               move "DR" to gl-dr-cr
               move ws-loanrecv-amount to gl-amount
               perform write-gl-reversal-line
           end-if.
           move "SALEXP" to gl-account.
           move "CR" to gl-dr-cr.
           compute gl-amount = ws-tgt-regular-total
               move ws-reversed-rows to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               move "Jurisdiction ledger rows: "
                   to dl-amount-label
               move ws-ledger-rows to dl-amount
               move dl-amount-line to report-line
               perform write-report-line
               if ws-ledger-missed > 0
                   move "Ledger rows to adjust by hand: "
                       to dl-amount-label
                   move ws-ledger-missed to dl-amount
                   move dl-amount-line to report-line
                   perform write-report-line
               end-if
               if settled-figures
                   move "GL reversed from settled run figures"
                       to report-line
                       to report-line
               end-if
               perform write-report-line
               move "NOT reversed: dept spent-to-date rows"
                   to report-line
               perform write-report-line
               move "and employer contribution GL - adjust"
                   to report-line
               perform write-report-line
               move "manually"
                   to report-line
               perform write-report-line
               perform list-manual-loans-orders
               if return-code = 0
                   move "COMPLETE - reversing GL set written"
                       to fl-verdict
               close report-file
           end-if.

      * the run's loan installments and orders, employee by
      * employee, for loan-maint and garnish-maint - off the pay
      * result generation the run wrote. A generation that is
      * not the run's is not listed from.
       list-manual-loans-orders.
           move spaces to report-line.
           perform write-report-line.
           move "NOT reversed: loan and garnishment balances"
               to report-line.
           perform write-report-line.
           move "- put back by hand once payments recalled"
               to report-line.
           perform write-report-line.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "WARNING: run's pay results not readable, "
                   "status=" ws-payrslt-status
               move "Pay results not available - take the amounts"
                   to report-line
               perform write-report-line
               move "off the garnishment register and loan master"
                   to report-line
               perform write-report-line
           else
               move hl-manual-headers to report-line
               perform write-report-line
               perform until payrslt-eof
                   read pay-result-file
                       at end
                           set payrslt-eof to true
                       not at end
                           perform list-one-pay-result
                   end-read
                   if ws-payrslt-status not = '00'
                       and ws-payrslt-status not = '10'
                       display "ERROR reading pay results, status="
                           ws-payrslt-status
                       set payrslt-eof to true
                   end-if
               end-perform
               close pay-result-file
               if ws-payrslt-rows = 0
                   move "No pay results for the run date - take the"
                       to report-line
                   perform write-report-line
                   move "amounts off the garnishment register"
                       to report-line
                   perform write-report-line
               else
                   move "Employees to put back: " to dl-amount-label
                   move ws-manual-count to dl-amount
                   move dl-amount-line to report-line
                   perform write-report-line
                   move "Loan installments: " to dl-amount-label
                   move ws-manual-loan-total to dl-amount
                   move dl-amount-line to report-line
                   perform write-report-line
                   move "Garnishment orders: " to dl-amount-label
                   move ws-manual-garn-total to dl-amount
                   move dl-amount-line to report-line
                   perform write-report-line
               end-if
           end-if.

       list-one-pay-result.
           if pr-detail and pr-run-date = ws-reverse-date
               add 1 to ws-payrslt-rows
               if pr-loan-total > 0 or pr-garnishment-total > 0
                   add 1 to ws-manual-count
                   add pr-loan-total to ws-manual-loan-total
                   add pr-garnishment-total to ws-manual-garn-total
                   move pr-employee-id to dl-manual-employee-id
                   move pr-loan-total to dl-manual-loan
                   move pr-garnishment-total to dl-manual-garn
                   move dl-manual-line to report-line
                   perform write-report-line
               end-if
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
