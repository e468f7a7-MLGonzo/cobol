      *****************************************************
      * GRADE-TABLE layout - the salary grade ranges in
      * effect for a date, one entry per grade code, as
      * filled by the LOAD-GRADE-TABLE subroutine from the
      * salary grade master. GT-GRADE-COUNT says how many
      * entries are filled.
      *****************************************************
       01 grade-table.
           05 gt-grade-count pic 9(3).
           05 gt-grade-entry occurs 200 times.
               10 gt-grade-code pic x(4).
               10 gt-effective-date pic 9(8).
               10 gt-minimum pic 9(6).
               10 gt-midpoint pic 9(6).
               10 gt-maximum pic 9(6).
