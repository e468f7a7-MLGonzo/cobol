      *****************************************************
      * LABOR-DISTRIBUTION-RECORD layout - the night's pay
      * and employer cost charged out to the departments,
      * written by the salary accumulate run as it applies
      * the posted records (lddetail, sequential). One 'D'
      * record per employee per department per cost element
      * after the allocation master's percentage split (an
      * employee without a full split charges everything to
      * PERSON-DEPT, '????' when not on the person master):
      *   LD-ELEMENT 'REG' regular gross   LD-GL-ACCOUNT SALEXP
      *              'BON' bonus gross                   SALEXP
      *              'DED' one-off deductions            DEDPAY
      *              a contribution code   the definition's
      *                                    liability account
      * The contribution lines together are the EMPEXP debit.
      * Closed by one 'T' trailer carrying the detail count
      * and amount total; a run that failed part-way leaves
      * no trailer.
      *****************************************************
       01 labor-distribution-record.
           05 ld-record-type pic x.
               88 ld-detail value 'D'.
               88 ld-trailer value 'T'.
           05 ld-dept pic x(4).
           05 ld-gl-account pic x(8).
           05 ld-element pic x(4).
               88 ld-regular value 'REG'.
               88 ld-bonus value 'BON'.
               88 ld-deduction value 'DED'.
           05 ld-employee-id pic x(6).
           05 ld-company pic x(2).
           05 ld-run-date pic 9(8).
           05 ld-amount pic 9(10).
       01 labor-distribution-trailer
           redefines labor-distribution-record.
           05 filler pic x.
           05 ld-trailer-count pic 9(6).
           05 ld-trailer-run-date pic 9(8).
           05 ld-trailer-total pic 9(12).
           05 filler pic x(16).
