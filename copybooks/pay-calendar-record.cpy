      * three Y/N flags are what the runs obey. A run date
      * covered by no period processes every type, with a
      * warning - the calendar is a gate, not a prerequisite.
      *
      * PC-PAY-DATE is the period's scheduled pay date - the
      * day the money is due in the employees' accounts. The
      * payment runs settle on it, or on the business day
      * before when it is a weekend or bank holiday. Records
      * keyed before the field existed carry spaces and settle
      * on the run date.
      *****************************************************
       01 pay-calendar-record.
           05 pc-period-id pic x(6).
           05 pc-pay-regular pic x.
           05 pc-pay-bonus pic x.
           05 pc-pay-deduction pic x.
           05 pc-pay-date pic 9(8).
