      *****************************************************
      * AUDIT-SAMPLE-RECORD layout - the saved internal
      * audit payment sample (samplist, sequential), written
      * by the audit sample program when it draws a sample
      * and read back by it to reprint the same evidence
      * pack. One 'H' header carrying everything the draw
      * was made from (period, seed, requested size, amount
      * band limits, population), then one 'D' record per
      * sampled payment in sample-number order, then one 'T'
      * trailer with the detail count.
      *
      * AS-SOURCE 'B' = bank deposit off the BANKPAY history,
      *           'C' = check off the check register.
      * AS-PAY-DATE is the settlement date of a deposit or
      * the issue date of a check; AS-RUN-DATE the night the
      * payment was produced (the deposit's group header run
      * date, a check's issue date). AS-DRAW-NUMBER is the
      * payment's pseudo-random number for the seed - within
      * its stratum (department and amount band) the lowest
      * numbers are the ones sampled.
      *****************************************************
       01 audit-sample-record.
           05 as-record-type pic x.
               88 as-header value 'H'.
               88 as-detail value 'D'.
               88 as-trailer value 'T'.
           05 as-sample-number pic 9(4).
           05 as-source pic x.
               88 as-bank-deposit value 'B'.
               88 as-check value 'C'.
           05 as-employee-id pic x(6).
           05 as-dept pic x(4).
           05 as-band pic 9.
           05 as-amount pic 9(8).
           05 as-pay-date pic 9(8).
           05 as-run-date pic 9(8).
           05 as-check-number pic 9(6).
           05 as-routing pic 9(9).
           05 as-account pic x(12).
           05 as-account-type pic x.
           05 as-company pic x(2).
           05 as-draw-number pic 9(9).
           05 as-stratum-count pic 9(6).
           05 as-stratum-quota pic 9(4).
       01 audit-sample-header redefines audit-sample-record.
           05 filler pic x.
           05 as-period-start pic 9(8).
           05 as-period-end pic 9(8).
           05 as-seed pic 9(9).
           05 as-requested-size pic 9(4).
           05 as-band-limit pic 9(8) occurs 4 times.
           05 as-population-count pic 9(6).
           05 as-drawn-count pic 9(4).
           05 as-drawn-date pic 9(8).
           05 filler pic x(10).
       01 audit-sample-trailer redefines audit-sample-record.
           05 filler pic x.
           05 as-trailer-count pic 9(4).
           05 filler pic x(85).
