      *****************************************************
      * EXPENSE-CLAIM-RECORD layout - one approved expense
      * reimbursement claim, written by the expense feed edit
      * for the night's run (expclaim) and kept on the paid
      * claim history (exphist, ORGANIZATION INDEXED keyed on
      * XC-CLAIM-NUMBER) so a claim resent on a later feed is
      * refused instead of paid twice.
      *
      * Reimbursements are not pay: they never touch the
      * salary master, the MATH tax path or any YTD taxable
      * figure. The accumulate run books the night's total to
      * the expense account EXPREIMB against the payable
      * EXPPAY; the bank extract pays each employee's claims
      * as a separate 'E' payment (or a check with register
      * source 'E'); the pay statement lists them in their
      * own section; the payment reconciliation ties the 'E'
      * payments to EXPPAY.
      *
      * XC-FEED-DATE is the header date of the feed the claim
      * arrived on - a rerun of the same feed is not a resend.
      *****************************************************
       01 expense-claim-record.
           05 xc-claim-number pic x(8).
           05 xc-employee-id pic x(6).
           05 xc-category-code pic x(4).
           05 xc-expense-date pic 9(8).
           05 xc-amount pic 9(7).
           05 xc-feed-date pic 9(8).
