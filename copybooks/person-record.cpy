      * PERSON-DEPT is the department / cost-center code
      * payroll cost is allocated by - the departmental
      * rollup out of the salary run groups on this field.
      *
      * PERSON-STATUS is the employment status, set by the
      * person maintenance transactions and effective from
      * PERSON-STATUS-DATE:
      *   'A' active (spaces on records that predate the
      *       status), 'L' on leave of absence,
      *   'T' terminated - the record stays on file so the
      *       employee-id, YTD, leave and compensation
      *       history survive a rehire,
      *   'R' rehired - the original employee-id reactivated.
      * PERSON-LEAVE-PAY says whether a leave of absence is
      * paid ('P') or unpaid ('U'); the pay runs skip an
      * employee on unpaid leave.
      *
      * PERSON-COMPANY is the employing company, always the
      * company of PERSON-DEPT on the department master - set
      * whenever the department is keyed. Spaces (records that
      * predate the field) read as company '01'.
      *****************************************************
       01 person-record.
           05 employee-id pic x(6).
           05 person-name pic x(30).
           05 person-age pic 999.
           05 person-dept pic x(4).
           05 person-status pic x.
               88 person-active value 'A' ' '.
               88 person-on-leave value 'L'.
               88 person-terminated value 'T'.
               88 person-rehired value 'R'.
           05 person-status-date pic 9(8).
           05 person-leave-pay pic x.
               88 person-leave-paid value 'P'.
               88 person-leave-unpaid value 'U'.
           05 person-company pic x(2).
