      *****************************************************
      * MINIMUM-WAGE-RECORD layout - one statutory minimum
      * hourly wage per jurisdiction per effective date on
      * the minimum wage file (minwage). Maintained by the
      * minimum wage maintenance program the same append-only
      * way the tax parameter file is: next year's rates are
      * entered ahead with a future effective date, and a
      * re-entered jurisdiction/date supersedes the earlier
      * record (later record wins).
      *
      * MW-JURISDICTION is the TXP-JURISDICTION it applies
      * to; spaces is the floor that applies everywhere (the
      * federal minimum). An employee is held to the higher
      * of the floor and their own jurisdiction's minimum in
      * effect on the date checked - MINIMUM-WAGE does the
      * lookup.
      * MW-HOURLY-MINIMUM carries cents (00725 = 7.25); the
      * pay rates it is compared with are whole currency.
      *****************************************************
       01 minimum-wage-record.
           05 mw-jurisdiction pic x(2).
           05 mw-effective-date pic 9(8).
           05 mw-hourly-minimum pic 9(3)v99.
