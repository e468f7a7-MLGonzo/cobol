      * has been extracted for payment - a remitted month
      * still accepts late postings, which show up as a
      * difference on the next remittance report.
      *
      * TR-COMPANY-ENTRY splits each month's liability by
      * employing company - every posting lands in the month
      * total and in the bucket of the company it belongs to,
      * so the remittance can be paid per company. An entry
      * with TR-COMPANY-CODE spaces is unused (its buckets are
      * not to be trusted until the code is set). Any part of
      * a month total not held by a company bucket was posted
      * before the split existed and belongs to company '01'.
      *****************************************************
       01 tax-remit-record.
           05 tr-year pic 9(4).
               10 tr-remitted-flag pic x.
                   88 tr-month-remitted value 'R'.
                   88 tr-month-open value ' '.
           05 tr-company-entry occurs 10 times.
               10 tr-company-code pic x(2).
               10 tr-company-tax pic 9(10) occurs 12 times.
