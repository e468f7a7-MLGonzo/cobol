      *****************************************************
      * LEAVE-LIABILITY-RECORD layout - the month-end leave
      * liability history (llhist, line sequential, append
      * only). Each valuation run appends one set for its
      * month: a header row (LL-DEPT and LL-COMPANY spaces)
      * carrying the run total, one row per company (LL-DEPT
      * spaces, LL-COMPANY set) carrying what that company
      * booked, then one row per department. The
      * next month's run takes the latest set for an earlier
      * month as "last month" - both for the change column on
      * the liability report and for the amounts its GL entry
      * reverses, company by company. A set written before the
      * company rows were carried has none; its whole total is
      * reversed under company '01'. A rerun in the same month
      * simply appends a newer set; the later set wins.
      *
      * LL-DAYS is the unused paid leave in whole days, after
      * negative balances are taken as zero; LL-AMOUNT is its
      * value in whole currency.
      *****************************************************
       01 leave-liability-record.
           05 ll-month pic 9(6).
           05 ll-dept pic x(4).
           05 ll-days pic 9(7).
           05 ll-amount pic 9(11).
           05 ll-run-date pic 9(8).
           05 ll-company pic x(2).
