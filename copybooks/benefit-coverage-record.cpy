      *****************************************************
      * BENEFIT-COVERAGE-RECORD layout - the benefit carrier
      * extract's coverage ledger (bencov, ORGANIZATION
      * INDEXED keyed on BC-KEY), one row per employee ever
      * reported to a carrier under a benefit deduction code.
      * The deduction master only says who is enrolled now;
      * this row remembers when cover started and stopped so
      * the carriers are told once about every add and
      * termination and can be shown the stop date when they
      * bill for someone who has gone.
      *
      * BC-COVERAGE-START is the date the deduction's ADD was
      * applied on the audit log (the first day of the first
      * extract month when the log no longer holds it).
      * BC-COVERAGE-STOP is zeros while cover is open; it is
      * set from the deduction's DELETE or the employee's TERM
      * entry on the audit log, BC-STOP-REASON 'D' or 'T', and
      * BC-STOP-MONTH is the extract month that reported it.
      * BC-LAST-STAMP is the timestamp of the last extract run
      * that found the employee enrolled.
      *
      * The row with BC-EMPLOYEE-ID spaces is the code's
      * extract control (BENEFIT-CONTROL-RECORD view): the
      * month and timestamp of the last extract and of the one
      * before it, so a rerun of the same month looks at the
      * same stretch of the audit log again.
      *****************************************************
       01 benefit-coverage-record.
           05 bc-key.
               10 bc-ded-code pic x(4).
               10 bc-employee-id pic x(6).
           05 bc-coverage-start pic 9(8).
           05 bc-coverage-stop pic 9(8).
           05 bc-stop-reason pic x.
               88 bc-stop-deleted value 'D'.
               88 bc-stop-terminated value 'T'.
           05 bc-first-month pic 9(6).
           05 bc-stop-month pic 9(6).
           05 bc-last-stamp pic 9(14).
           05 filler pic x(7).
       01 benefit-control-record redefines benefit-coverage-record.
           05 filler pic x(10).
           05 bcc-last-month pic 9(6).
           05 bcc-last-stamp pic 9(14).
           05 bcc-prior-month pic 9(6).
           05 bcc-prior-stamp pic 9(14).
           05 filler pic x(10).
