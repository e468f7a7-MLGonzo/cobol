      * salary-update merge read (saladj and the generated
      * feeds concatenated with it). Written by the
      * adjustment feed edit and by the generator steps
      * (timesheet gross calculation, leave processing,
      * retro pay, commission calculation, minimum wage
      * make-up); never by hand.
      *
      * ADJ-SOURCE says where the record came from and how
      * the merge applies it:
      *   'X' - retro-pay calculation. Same replace/insert
      *         rules as 'T'; the amount is the computed
      *         arrears for the backdated raise.
      *   'C' - commission calculation. Same replace/insert
      *         rules as 'T'; the amount is the period's
      *         commission (or draw) after draw recovery.
      *   'M' - minimum wage compliance report. Same
      *         replace/insert rules as 'T'; the amount is the
      *         make-up owed for periods paid below the minimum
      *         wage.
      *
      * ADJ-SEQUENCE addresses the master record within the
      * employee/type: keyed adjustments and timesheet gross
      * always work on 01; commission records own 85,
      * generated leave deductions own 90, retro pay records
      * own 95, minimum wage make-up records own 96, so they
      * never overlay a keyed record.
      *
      * ADJ-EFFECTIVE-DATE is when the change should have taken
      * effect. Zeros means "now". A backdated keyed adjustment
               88 adj-timesheet-source value 'T'.
               88 adj-leave-source value 'L'.
               88 adj-retro-source value 'X'.
               88 adj-commission-source value 'C'.
               88 adj-minwage-source value 'M'.
               88 adj-generated-source values 'T' 'L' 'X' 'C'
                   'M'.
           05 adj-effective-date pic 9(8).
