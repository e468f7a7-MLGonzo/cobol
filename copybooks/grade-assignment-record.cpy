      *****************************************************
      * GRADE-ASSIGNMENT-RECORD layout - the salary grade an
      * employee is assigned to, one record per employee on
      * the grade assignment master (gradasgn, ORGANIZATION
      * INDEXED keyed on GA-EMPLOYEE-ID). Maintained by the
      * salary grade maintenance program; GA-ASSIGNED-DATE is
      * the date the current grade was given. An employee
      * with no assignment is ungraded - no range is enforced
      * and the compa-ratio report counts them apart.
      *****************************************************
       01 grade-assignment-record.
           05 ga-employee-id pic x(6).
           05 ga-grade-code pic x(4).
           05 ga-assigned-date pic 9(8).
