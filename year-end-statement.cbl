      * up all year. The withholding shown is what the salary run
      * computed through the MATH tax brackets record by record,
      * so statements and payroll summaries can never disagree.
      * Statements are grouped by employing company (the person
      * master's company, blank = '01'), one pass of the YTD
      * master per company, each group closed by a company
      * control block; the grand totals of all companies are
      * what ties to the YTD balance. The YTD master carries
      * no company of its own, so an employee who moved between
      * companies during the year is stated in full under the
      * company they belong to now.
       environment division.
       input-output section.
       file-control.
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
           select ytd-file assign to salytd
           organization is sequential
           file status is ws-ytd-status.
           copy "ytd-earnings-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd company-file.
           copy "company-record.cpy".
       fd ytd-file.
       01 ytd-record.
           03 ytd-balance pic 9(10).
       01 ws-emp-ytd-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-ytd-status pic xx value '00'.
       01 ws-company-status pic xx value '00'.
       01 ws-company-open pic x value 'N'.
           88 company-file-open value 'Y'.
       01 ws-person-company pic x(2).
       01 ws-company-count pic 99 value zeros.
       01 ws-company-idx pic 99 value zeros.
       01 ws-company-found pic x value 'N'.
           88 company-found value 'Y'.
       01 ws-company-overflow pic x value 'N'.
           88 company-overflow value 'Y'.
       01 company-total-table.
           05 company-total-entry occurs 10 times.
               10 cy-code pic x(2).
               10 cy-name pic x(30).
               10 cy-statement-count pic 9(6).
               10 cy-regular pic 9(12).
               10 cy-bonus pic 9(12).
               10 cy-deduction pic 9(12).
               10 cy-tax pic 9(12).
               10 cy-net pic s9(12).
       01 ws-company-gross pic s9(12) value zeros.
       01 ws-company-gross-sum pic s9(12) value zeros.
       01 ws-company-count-sum pic 9(6) value zeros.
       01 ws-statement-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 sl-year-line.
           05 filler pic x(10) value 'Year: '.
           05 sl-year pic 9(4).
       01 sl-company-line.
           05 filler pic x(10) value 'Employer: '.
           05 sl-company-code pic x(2).
           05 filler pic x(2) value spaces.
           05 sl-company-name pic x(30).
       01 sl-employee-line.
           05 filler pic x(10) value 'Employee: '.
           05 sl-employee-id pic x(6).
           05 filler pic x(20) value spaces.
           05 filler pic x(35)
               value 'YEAR-END CONTROL PAGE'.
       01 cl-company-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(22) value 'COMPANY CONTROL TOTALS'.
       01 cl-company-line.
           05 filler pic x(25) value 'Company: '.
           05 cl-company-code pic x(2).
           05 filler pic x(2) value spaces.
           05 cl-company-name pic x(30).
       01 cl-count-line.
           05 filler pic x(25) value 'Statements printed: '.
           05 cl-count pic zzzzz9.
           end-if.
           set setup-ok to true.
           perform read-company-ytd-balance.
           perform open-company-master.
           perform collect-companies.
           if return-code = 8
               go to cc-end
           end-if.
           if ws-company-count = 0
               display "Employee YTD file is empty."
               go to cc-end
           end-if.
           move zeros to ws-company-idx.
       bb-next-company.
           add 1 to ws-company-idx.
           if ws-company-idx > ws-company-count
               go to cc-end
           end-if.
           move low-values to ytd-employee-id.
           start employee-ytd-file key is not less than
               ytd-employee-id
               invalid key
                   go to cc-end
           end-start.
       bb-read.
           read employee-ytd-file next record
               at end go to bb-company-end.
           if ws-emp-ytd-status not = '00'
               and ws-emp-ytd-status not = '10'
               display "ERROR reading employee YTD file, status="
               move 8 to return-code
               go to cc-end
           end-if.
           perform look-up-person-name.
           if ws-person-company not = cy-code(ws-company-idx)
               go to bb-read
           end-if.
           perform print-employee-statement.
           go to bb-read.
       bb-company-end.
           perform print-company-control.
           go to bb-next-company.
       cc-end.
           if setup-ok
               perform print-control-page
               if company-file-open
                   close company-file
               end-if
               if ws-emp-ytd-status = '00'
                   or ws-emp-ytd-status = '10'
                   close employee-ytd-file
               end-if
           end-if.

      * first pass of the YTD master - every company with an
      * employee on it, in the order first met, company '01'
      * first so the original employer's statements lead.
       collect-companies.
           move 1 to ws-company-count.
           move '01' to ws-person-company.
           perform add-company-entry.
           move low-values to ytd-employee-id.
           start employee-ytd-file key is not less than
               ytd-employee-id
               invalid key
                   move zeros to ws-company-count
                   set eof to true
           end-start.
           perform until eof
               read employee-ytd-file next record
                   at end
                       set eof to true
                   not at end
                       perform look-up-person-name
                       perform find-company-entry
                       if not company-found
                           if ws-company-count < 10
                               add 1 to ws-company-count
                               perform add-company-entry
                           else
                               set company-overflow to true
                           end-if
                       end-if
               end-read
           end-perform.
           if company-overflow
               display "ERROR more than 10 companies on the YTD "
                   "master - statements not produced."
               move 8 to return-code
           end-if.

       find-company-entry.
           move 'N' to ws-company-found.
           perform varying ws-company-idx from 1 by 1
               until ws-company-idx > ws-company-count
                   or company-found
               if cy-code(ws-company-idx) = ws-person-company
                   set company-found to true
               end-if
           end-perform.

       add-company-entry.
           move ws-person-company to cy-code(ws-company-count).
           move "** NOT ON COMPANY MASTER **"
               to cy-name(ws-company-count).
           move zeros to cy-statement-count(ws-company-count)
               cy-regular(ws-company-count)
               cy-bonus(ws-company-count)
               cy-deduction(ws-company-count)
               cy-tax(ws-company-count)
               cy-net(ws-company-count).
           if company-file-open
               move ws-person-company to company-master-code
               read company-file
                   invalid key
                       continue
                   not invalid key
                       move company-master-name
                           to cy-name(ws-company-count)
               end-read
           end-if.

      * company names are cosmetic here - without the company
      * master the statements still group and tie by code.
       open-company-master.
           open input company-file.
           if ws-company-status = '00'
               set company-file-open to true
           else
               display "Company master not available, status="
                   ws-company-status " - names not shown."
           end-if.

       print-employee-statement.
           compute ws-employee-gross = ytd-regular-gross
               + ytd-bonus-gross - ytd-deduction-gross.
           add ytd-regular-gross to ws-total-regular.
           add ytd-deduction-gross to ws-total-deduction.
           add ytd-tax-withheld to ws-total-tax.
           add ytd-net-pay to ws-total-net.
           add ytd-regular-gross to cy-regular(ws-company-idx).
           add ytd-bonus-gross to cy-bonus(ws-company-idx).
           add ytd-deduction-gross to cy-deduction(ws-company-idx).
           add ytd-tax-withheld to cy-tax(ws-company-idx).
           add ytd-net-pay to cy-net(ws-company-idx).
           add 1 to cy-statement-count(ws-company-idx).
           move sl-title to statement-line.
           perform write-statement-line.
           move ws-run-year to sl-year.
           move sl-year-line to statement-line.
           perform write-statement-line.
           move cy-code(ws-company-idx) to sl-company-code.
           move cy-name(ws-company-idx) to sl-company-name.
           move sl-company-line to statement-line.
           perform write-statement-line.
           move spaces to statement-line.
           perform write-statement-line.
           move ytd-employee-id to sl-employee-id.
       look-up-person-name.
           move ytd-employee-id to employee-id of person-record.
           move "** NOT ON PERSON FILE **" to person-name.
           move '01' to ws-person-company.
           read person-file
               invalid key
                   continue
                   if ws-person-status not = '00'
                       move "** NOT ON PERSON FILE **"
                           to person-name
                   else
                       if person-company not = spaces
                           move person-company
                               to ws-person-company
                       end-if
                   end-if
           end-read.

      * closes one company's group of statements with its own
      * control totals; the grand control page re-adds them.
       print-company-control.
           compute ws-company-gross = cy-regular(ws-company-idx)
               + cy-bonus(ws-company-idx)
               - cy-deduction(ws-company-idx).
           add ws-company-gross to ws-company-gross-sum.
           add cy-statement-count(ws-company-idx)
               to ws-company-count-sum.
           move cl-company-title to statement-line.
           perform write-statement-line.
           move cy-code(ws-company-idx) to cl-company-code.
           move cy-name(ws-company-idx) to cl-company-name.
           move cl-company-line to statement-line.
           perform write-statement-line.
           move cy-statement-count(ws-company-idx) to cl-count.
           move cl-count-line to statement-line.
           perform write-statement-line.
           move "Regular gross: " to cl-amount-label.
           move cy-regular(ws-company-idx) to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move "Bonus gross: " to cl-amount-label.
           move cy-bonus(ws-company-idx) to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move "Deductions: " to cl-amount-label.
           move cy-deduction(ws-company-idx) to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move "Total gross: " to cl-amount-label.
           move ws-company-gross to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move "Tax withheld: " to cl-amount-label.
           move cy-tax(ws-company-idx) to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move "Net pay for year: " to cl-amount-label.
           move cy-net(ws-company-idx) to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           move sl-separator to statement-line.
           perform write-statement-line.

      * the control page grand total (gross) must equal the
      * company YTD balance the salary run has accumulated - if
      * it does not, the employee-level file and the company
           move ws-ytd-balance to cl-amount.
           move cl-amount-line to statement-line.
           perform write-statement-line.
           if ws-company-gross-sum not = ws-total-gross
               or ws-company-count-sum not = ws-statement-count
               move "MISMATCH - company totals do not re-add"
                   to cl-control-status
               move 8 to return-code
               move cl-control-line to statement-line
               perform write-statement-line
           end-if.
           if ws-total-gross = ws-ytd-balance
               move "OK - ties to company YTD balance"
                   to cl-control-status
