      *****************************************************
      * UNCLAIMED-PROPERTY-RECORD layout - one stale-dated
      * payroll check on the unclaimed-property register
      * (unclaim, ORGANIZATION INDEXED keyed on
      * UP-CHECK-NUMBER). Written by the paid-items program
      * when an issued check passes the stale-date threshold
      * without being presented: the check is voided on the
      * check register and the money is held here for the
      * owner until it is reported to the state. The escheat
      * report lists the held items and marks them reported.
      *
      * UP-PAYEE-NAME is the owner's name off the person
      * master when the check went stale - the state filing
      * needs it even after the employee is purged.
      *
      * UP-STATUS 'H' = held, not yet reported,
      *           'R' = reported on the escheat filing dated
      *                 UP-REPORT-DATE.
      *****************************************************
       01 unclaimed-property-record.
           05 up-check-number pic 9(6).
           05 up-employee-id pic x(6).
           05 up-payee-name pic x(30).
           05 up-amount pic 9(8).
           05 up-issue-date pic 9(8).
           05 up-stale-date pic 9(8).
           05 up-status pic x.
               88 up-held value 'H'.
               88 up-reported value 'R'.
           05 up-report-date pic 9(8).
