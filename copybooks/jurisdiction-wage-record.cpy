      *****************************************************
      * JURISDICTION-WAGE-RECORD layout - the jurisdiction
      * wage ledger (jurwage, ORGANIZATION INDEXED keyed on
      * JW-KEY: year + tax jurisdiction + employee-id). One
      * record per employee per jurisdiction per year with a
      * bucket for each month, posted by the salary run as it
      * applies the night's employee YTD postings (same
      * figures, same control-total guard) and by the
      * off-cycle payment. The quarterly return program rolls
      * the quarter's three buckets up per jurisdiction
      * instead of payroll rebuilding the returns by hand
      * from old payslip runs.
      *
      * JW-JURISDICTION is the employee's TXP-JURISDICTION
      * when the wages posted - spaces is the company
      * default bracket set. An employee who moves during the
      * year gets a record under each jurisdiction.
      * JW-TAXABLE-WAGES is the regular and bonus gross the
      * brackets were applied to; JW-TAX-WITHHELD is the
      * tax computed on it, extra withholding included.
      *****************************************************
       01 jurisdiction-wage-record.
           05 jw-key.
               10 jw-year pic 9(4).
               10 jw-jurisdiction pic x(2).
               10 jw-employee-id pic x(6).
           05 jw-month-entry occurs 12 times.
               10 jw-taxable-wages pic 9(10).
               10 jw-tax-withheld pic 9(10).
