      *****************************************************
      * SALARY-GRADE-RECORD layout - one pay range per grade
      * code per effective date on the salary grade master
      * (grademst). Maintained by the salary grade
      * maintenance program the same append-only way the tax
      * parameter file is: a range entered ahead of time
      * waits for its effective date, and among the ranges in
      * effect for a grade the newest wins (same date - later
      * record wins), so the file keeps every range the grade
      * has ever had.
      *
      * The minimum, midpoint and maximum are in the same
      * terms as the 'R' salary record amount they are
      * checked against. The salary update refuses to apply a
      * regular-pay change that lands outside the employee's
      * range (it goes to the exception file for review), and
      * the compa-ratio report measures each employee's
      * regular pay against the midpoint.
      *****************************************************
       01 salary-grade-record.
           05 sg-grade-code pic x(4).
           05 sg-effective-date pic 9(8).
           05 sg-minimum pic 9(6).
           05 sg-midpoint pic 9(6).
           05 sg-maximum pic 9(6).
