      *****************************************************
      * PAY-RESULT-RECORD layout - the night's computed pay,
      * one 'D' record per paid employee in employee-id
      * order, written by the salary accumulate run as it
      * settles each employee through the payment path
      * (APPLY-DEDUCTIONS, the employee's own bracket set,
      * extra withholding, one-off 'D' records, garnishment
      * orders and loan installments worked compute-only),
      * and closed by one 'T' trailer (payrslt, sequential).
      * The pay statements, the bank extract and the payment
      * reconciliation read this file instead of working the
      * figures out again, so they can never disagree.
      *
      * PR-NET-BEFORE-ORDERS is the net after tax and every
      * deduction, before the garnishment orders and loan
      * installments; PR-NET-PAY is what reaches the
      * employee. PR-NET-BOOKED is the employee's share of
      * the GL NETPAY credit - the net before orders less the
      * loan installments (the orders are paid to the
      * agencies out of it), zero when the net before orders
      * is not positive and nobody is paid. The trailer
      * carries the detail count and the sum of PR-NET-BOOKED,
      * which must equal the NETPAY line of the same run's
      * GL posting extract. A run that failed part-way
      * leaves no trailer.
      *
      * PR-COMPANY is the employing company the employee was
      * settled and booked under - the bank extract pays, and
      * the reconciliation ties, each company on its own.
      *****************************************************
       01 pay-result-record.
           05 pr-record-type pic x.
               88 pr-detail value 'D'.
               88 pr-trailer value 'T'.
           05 pr-employee-id pic x(6).
           05 pr-run-date pic 9(8).
           05 pr-jurisdiction pic x(2).
           05 pr-company pic x(2).
           05 pr-regular-gross pic 9(8).
           05 pr-bonus-gross pic 9(8).
           05 pr-gross-pay pic 9(8).
           05 pr-oneoff-deduction pic 9(8).
           05 pr-pre-tax-total pic 9(8).
           05 pr-post-tax-total pic 9(8).
           05 pr-tax-withheld pic 9(8).
           05 pr-extra-withholding pic 9(6).
           05 pr-employer-cost pic 9(8).
           05 pr-net-before-orders pic s9(8).
           05 pr-garnishment-total pic 9(8).
           05 pr-loan-total pic 9(8).
           05 pr-net-pay pic s9(8).
           05 pr-net-booked pic 9(8).
           05 pr-deduction-count pic 99.
           05 pr-deduction-entry occurs 20 times.
               10 pr-deduction-code pic x(4).
               10 pr-deduction-timing pic x.
               10 pr-deduction-amount pic 9(8).
       01 pay-result-trailer redefines pay-result-record.
           05 filler pic x.
           05 pr-trailer-count pic 9(6).
           05 pr-trailer-run-date pic 9(8).
           05 pr-trailer-net-total pic 9(12).
           05 filler pic x(364).
