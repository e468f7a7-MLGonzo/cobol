      * written to the fixed-format payment extract bracketed by
      * a header and a count/amount trailer, and the month is
      * marked remitted in the register.
      * The month's liability is paid per employing company: the
      * report splits it by the company buckets on the register
      * (whatever the buckets do not hold was posted before the
      * split and belongs to company '01'), and the extract
      * carries one detail per company. Buckets adding to more
      * than the month total refuse the extract.
      *
      * Payment extract record layout (30 bytes):
      *   'H' + run date 9(8) + year 9(4) + month 99
      *   'D' + year 9(4) + month 99 + amount 9(10) + company x(2)
      *   'T' + record count 9(6) + amount total 9(12)
       environment division.
       input-output section.
           05 ex-detail-year pic 9(4).
           05 ex-detail-month pic 99.
           05 ex-detail-amount pic 9(10).
           05 ex-detail-company pic x(2).
           05 filler pic x(11).
       01 extract-trailer-record redefines extract-record.
           05 filler pic x.
           05 ex-trailer-count pic 9(6).
       01 ws-difference pic s9(12) value zeros.
       01 ws-ties pic x value 'N'.
           88 register-ties value 'Y'.
      * the month to remit, split by company
       01 ws-split-ok pic x value 'Y'.
           88 company-split-ok value 'Y'.
       01 ws-bucket-total pic 9(12) value zeros.
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99.
       01 ws-entry-idx pic 99.
       01 ws-detail-count pic 9(6) value zeros.
       01 company-split-table.
           05 company-split-entry occurs 11 times.
               10 cs-code pic x(2).
               10 cs-tax pic 9(12).
       01 rl-company-line.
           05 filler pic x(8) value 'Company '.
           05 rl-company-code pic x(2).
           05 filler pic x(18) value ':'.
           05 rl-company-amount pic -(11)9.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           end-if.
           perform read-payroll-history.
           perform reconcile-month.
           perform split-month-by-company.
           perform print-remit-report.
           if ws-extract-option = 'Y'
               or ws-extract-option = 'y'
               if register-ties and company-split-ok
                   perform write-payment-extract
                   perform mark-month-remitted
               else
                   if not register-ties
                       display "Extract NOT written - register "
                           "does not tie to payroll history."
                   else
                       display "Extract NOT written - company "
                           "buckets exceed the month total."
                   end-if
                   move 8 to return-code
               end-if
           end-if.
               set register-ties to true
           end-if.

      * the company buckets for the month; company '01' takes
      * the part of the month total no bucket holds.
       split-month-by-company.
           move zeros to ws-company-count.
           move zeros to ws-bucket-total.
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > 10
               if ws-tr-company-code(ws-entry-idx) not = spaces
                   and ws-tr-company-tax(ws-entry-idx,
                       ws-remit-month) numeric
                   add 1 to ws-company-count
                   move ws-tr-company-code(ws-entry-idx)
                       to cs-code(ws-company-count)
                   move ws-tr-company-tax(ws-entry-idx,
                       ws-remit-month) to cs-tax(ws-company-count)
                   add cs-tax(ws-company-count) to ws-bucket-total
               end-if
           end-perform.
           if ws-bucket-total > ws-register-tax
               move 'N' to ws-split-ok
               display "Company buckets " ws-bucket-total
                   " exceed the month total " ws-register-tax "."
           else
               perform varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
                       or cs-code(ws-company-idx) = '01'
                   continue
               end-perform
               if ws-company-idx > ws-company-count
                   add 1 to ws-company-count
                   move ws-company-count to ws-company-idx
                   move '01' to cs-code(ws-company-idx)
                   move zeros to cs-tax(ws-company-idx)
               end-if
               compute cs-tax(ws-company-idx) =
                   cs-tax(ws-company-idx)
                   + ws-register-tax - ws-bucket-total
           end-if.

       print-remit-report.
           open output report-file.
           if ws-report-status not = '00'
               move ws-difference to rl-recon-amount
               move rl-recon-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move "Month to remit by company: " to rl-recon-label
               move ws-register-tax to rl-recon-amount
               move rl-recon-line to report-line
               perform write-report-line
               perform print-company-line
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               if not company-split-ok
                   move "Company buckets exceed total: "
                       to rl-recon-label
                   move ws-bucket-total to rl-recon-amount
                   move rl-recon-line to report-line
                   perform write-report-line
               end-if
               move spaces to report-line
               perform write-report-line
               if register-ties
                   move "OK - ties to payroll history"
                       to rl-verdict
           move dl-month-line to report-line.
           perform write-report-line.

       print-company-line.
           move cs-code(ws-company-idx) to rl-company-code.
           move cs-tax(ws-company-idx) to rl-company-amount.
           move rl-company-line to report-line.
           perform write-report-line.

       write-payment-extract.
           open output extract-file.
           if ws-extract-status not = '00'
               move ws-tr-year to ex-header-year
               move ws-remit-month to ex-header-month
               perform write-extract-record
               move zeros to ws-detail-count
               perform write-company-detail
                   varying ws-company-idx from 1 by 1
                   until ws-company-idx > ws-company-count
               move spaces to extract-record
               move 'T' to ex-record-type
               move ws-detail-count to ex-trailer-count
               move ws-register-tax to ex-trailer-amount
               perform write-extract-record
               close extract-file
               end-if
           end-if.

      * one payment per company - a company with nothing to pay
      * this month is left off, but company '01' always carries
      * a detail so a month with no tax still has one.
       write-company-detail.
           if cs-tax(ws-company-idx) > 0
               or cs-code(ws-company-idx) = '01'
               move spaces to extract-record
               move 'D' to ex-record-type
               move ws-tr-year to ex-detail-year
               move ws-remit-month to ex-detail-month
               move cs-tax(ws-company-idx) to ex-detail-amount
               move cs-code(ws-company-idx) to ex-detail-company
               perform write-extract-record
               add 1 to ws-detail-count
           end-if.

       write-extract-record.
           write extract-record.
           if ws-extract-status not = '00'
