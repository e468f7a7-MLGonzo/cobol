      *****************************************************
      * COMMISSION-PLAN-RECORD layout - one record per
      * commissioned employee on the commission plan master
      * (commplan, ORGANIZATION INDEXED keyed on
      * CP-EMPLOYEE-ID). The plan terms are keyed through the
      * commission plan maintenance program; the draw balance
      * is carried forward by the commission edit step, which
      * turns each period's sales credits into the commission
      * that lands on the salary master - so the amount is
      * computed by the system instead of in a spreadsheet.
      *
      * CP-PLAN-CODE is a free label for the plan the terms
      * came from (reports only).
      * CP-TIER is a marginal rate table: net sales up to the
      * first ceiling earn the first rate, the slice above it
      * up to the second ceiling the second rate, and so on.
      * CP-TIER-RATE is a percentage (05.50 = 5.5 percent).
      * The last tier in use has a ceiling of 9999999 (no
      * ceiling); unused tiers are zero.
      * CP-DRAW-AMOUNT is the guaranteed draw per commission
      * period - a period that earns less still pays the draw,
      * and the shortfall goes onto CP-DRAW-BALANCE as an
      * advance to be recovered. A period that earns more
      * than the draw pays it back out of the excess, never
      * below the draw. Zero means no draw.
      * CP-LAST-FEED-DATE / CP-PRIOR-BALANCE are the feed date
      * of the last period posted and the draw balance before
      * it, so a rerun of the same feed starts over from the
      * prior balance instead of recovering twice.
      *****************************************************
       01 commission-plan-record.
           05 cp-employee-id pic x(6).
           05 cp-plan-code pic x(4).
           05 cp-tier occurs 4 times.
               10 cp-tier-ceiling pic 9(7).
               10 cp-tier-rate pic 9(2)v99.
           05 cp-draw-amount pic 9(6).
           05 cp-draw-balance pic 9(7).
           05 cp-prior-balance pic 9(7).
           05 cp-last-feed-date pic 9(8).
