      *****************************************************
      * MINIMUM-WAGE-SHORTFALL-RECORD layout - the minimum
      * wage shortfall ledger (mwshort, ORGANIZATION INDEXED
      * keyed on MWS-KEY: employee-id + period date + source).
      * One row for every pay period whose gross divided by
      * the hours it paid fell below the minimum wage in
      * effect for the employee's jurisdiction:
      *   MWS-SOURCE 'T' - the timesheet gross calculation,
      *       period date = the timesheet feed date;
      *   MWS-SOURCE 'L' - the leave step, a salaried
      *       employee's period pay after unpaid leave over
      *       the hours left to work, period date = the leave
      *       feed date.
      * A feed run again rewrites its own rows (and drops a
      * row the rerun no longer finds short), so nothing is
      * owed twice.
      *
      * MWS-MAKEUP is what the period owed on top of the
      * gross to reach the minimum for its hours, rounded up
      * to the whole currency unit. The compliance report
      * lists the open rows and feeds the make-up back as a
      * generated adjustment; MWS-STATUS then goes from 'O'
      * (open) to 'F' (fed back) with MWS-FED-DATE, so a row
      * is only ever paid once.
      *****************************************************
       01 minimum-wage-shortfall-record.
           05 mws-key.
               10 mws-employee-id pic x(6).
               10 mws-period-date pic 9(8).
               10 mws-source pic x.
                   88 mws-timesheet-source value 'T'.
                   88 mws-leave-source value 'L'.
           05 mws-jurisdiction pic x(2).
           05 mws-hours pic 9(4).
           05 mws-gross pic 9(8).
           05 mws-minimum pic 9(3)v99.
           05 mws-effective-rate pic 9(4)v99.
           05 mws-makeup pic 9(6).
           05 mws-status pic x.
               88 mws-open value 'O'.
               88 mws-fed-back value 'F'.
           05 mws-fed-date pic 9(8).
