      *****************************************************
      * CARRIER-EXTRACT-RECORD layout - the monthly benefit
      * carrier extract (carrext, sequential, 80 bytes). One
      * 'H' header per benefit deduction code, a 'D' record per
      * employee covered or stopped in the month, and a 'T'
      * trailer with the code's counts and the amount
      * deducted, so the file splits cleanly into one feed per
      * carrier.
      *
      * CE-CHANGE is 'A' for an add and 'T' for a termination
      * since the last extract, space for continuing cover.
      * CE-COVERAGE-STOP is zeros while cover is open.
      * CE-DEDUCTED is what the pay runs of the month took
      * under the code from the employee.
      *****************************************************
       01 carrier-extract-record.
           05 ce-record-type pic x.
               88 ce-header value 'H'.
               88 ce-detail value 'D'.
               88 ce-trailer value 'T'.
           05 ce-ded-code pic x(4).
           05 ce-employee-id pic x(6).
           05 ce-employee-name pic x(30).
           05 ce-dept pic x(4).
           05 ce-coverage-start pic 9(8).
           05 ce-coverage-stop pic 9(8).
           05 ce-change pic x.
           05 ce-deducted pic 9(8).
           05 ce-month pic 9(6).
           05 filler pic x(4).
       01 carrier-header-record redefines carrier-extract-record.
           05 filler pic x(5).
           05 ceh-carrier-name pic x(20).
           05 ceh-month pic 9(6).
           05 ceh-run-date pic 9(8).
           05 filler pic x(41).
       01 carrier-trailer-record redefines carrier-extract-record.
           05 filler pic x(5).
           05 cet-count pic 9(6).
           05 cet-adds pic 9(6).
           05 cet-terms pic 9(6).
           05 cet-deducted-total pic 9(12).
           05 filler pic x(45).
