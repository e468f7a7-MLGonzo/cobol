      *****************************************************
      * LOAN-RECORD layout - one employee loan or salary
      * advance on the loan master (loanmast, ORGANIZATION
      * INDEXED keyed on LN-KEY, employee-id + loan number).
      * Loans used to be keyed as flat deduction codes that
      * somebody had to remember to delete once paid off; they
      * live here now, set up through the loan maintenance
      * program and repaid out of net pay by the
      * APPLY-LOAN-REPAYMENTS subroutine.
      *
      * LN-LOAN-TYPE 'L' = employee loan, 'A' = salary advance
      * (reporting only - both repay the same way).
      * LN-PRINCIPAL is the amount lent; LN-REPAYMENT is the
      * installment taken each paid run from the first pay
      * period starting on or after LN-START-DATE. The final
      * installment is never more than LN-BALANCE.
      * LN-BALANCE comes down by what the bank extract actually
      * takes; at zero the loan goes LN-CLOSED with the date in
      * LN-CLOSED-DATE and is never taken again.
      *
      * LN-STATUS 'A' = active, 'H' = held by payroll (not
      *           taken this period), 'C' = closed.
      *
      * The month fields are the loan ledger's: the balance at
      * the start of the ledger month, principal lent during it
      * and repayments taken during it. The monthly loan ledger
      * prints them and, on its closing run, rolls the closing
      * balance forward and clears the month.
      *****************************************************
       01 loan-record.
           05 ln-key.
               10 ln-employee-id pic x(6).
               10 ln-loan-number pic x(4).
           05 ln-loan-type pic x.
               88 ln-employee-loan value 'L'.
               88 ln-salary-advance value 'A'.
           05 ln-description pic x(20).
           05 ln-principal pic 9(8).
           05 ln-repayment pic 9(6).
           05 ln-balance pic 9(8).
           05 ln-start-date pic 9(8).
           05 ln-status pic x.
               88 ln-active value 'A'.
               88 ln-held value 'H'.
               88 ln-closed value 'C'.
           05 ln-closed-date pic 9(8).
           05 ln-month-open-balance pic 9(8).
           05 ln-month-advanced pic 9(8).
           05 ln-month-repaid pic 9(8).
