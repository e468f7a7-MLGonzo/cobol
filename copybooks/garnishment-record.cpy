      *****************************************************
      * GARNISHMENT-RECORD layout - one court or agency order
      * per employee on the garnishment order master
      * (garnmst, ORGANIZATION INDEXED keyed on GN-KEY,
      * employee-id + priority + case number). Child-support
      * orders, tax levies and creditor garnishments used to
      * be keyed as ordinary deduction codes with no cap and
      * no payee; they live here now, maintained by the
      * garnishment maintenance program and applied to net pay
      * by the APPLY-GARNISHMENTS subroutine.
      *
      * GN-PRIORITY is the legal order of precedence, lowest
      * first (01 support, 02 tax levy, 03 creditor and the
      * like) - the key puts an employee's orders in exactly
      * the sequence they must be satisfied.
      *
      * GN-METHOD 'F' = GN-AMOUNT is a flat amount per period;
      *           'P' = GN-AMOUNT is a percent of disposable
      *                 earnings in hundredths (02500 = 25.00
      *                 percent).
      * Disposable earnings are gross less pre-tax deductions
      * and tax withheld. GN-DE-LIMIT-PCT is the whole percent
      * of disposable earnings that this order and every order
      * ahead of it may take together (050 = 50 percent); zero
      * means no limit beyond the net available.
      *
      * GN-TOTAL-OWED is the amount of the judgment; zeros mean
      * an open-ended order (current support) with no balance
      * cap. GN-REMAINING-BALANCE comes down by what the bank
      * extract and the off-cycle payment actually withhold; at
      * zero the order goes GN-SATISFIED and is never taken
      * again.
      *
      * GN-STATUS 'A' = active, 'H' = held by payroll (not
      *           taken), 'S' = satisfied.
      *
      * The agency fields are the payee: the withheld amount
      * goes to the agency's account as a payee record in the
      * payment output, totalled per GN-AGENCY-ID.
      *****************************************************
       01 garnishment-record.
           05 gn-key.
               10 gn-employee-id pic x(6).
               10 gn-priority pic 9(2).
               10 gn-case-number pic x(12).
           05 gn-agency-id pic x(6).
           05 gn-agency-name pic x(20).
           05 gn-agency-routing pic 9(9).
           05 gn-agency-account pic x(12).
           05 gn-method pic x.
               88 gn-flat-amount value 'F'.
               88 gn-percent-of-disposable value 'P'.
           05 gn-amount pic 9(6).
           05 gn-de-limit-pct pic 9(3).
           05 gn-total-owed pic 9(8).
           05 gn-remaining-balance pic 9(8).
           05 gn-status pic x.
               88 gn-active value 'A'.
               88 gn-held value 'H'.
               88 gn-satisfied value 'S'.
