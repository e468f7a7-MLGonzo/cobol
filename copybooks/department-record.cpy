      * inactive code stays on file so old reports still
      * resolve the name, but new keying against it is
      * refused.
      *
      * DEPT-COMPANY is the company the department belongs to,
      * validated against the company master; the employees of
      * the department are paid and booked under it. Spaces
      * read as company '01'.
      *
      * DEPT-WC-CLASS is the workers' comp risk class the
      * department's wages are reported under, validated
      * against the class master; an employee override on the
      * override file takes precedence. Spaces = not yet
      * classified (the premium report lists those wages
      * apart and warns).
      *****************************************************
       01 department-record.
           05 dept-master-code pic x(4).
           05 dept-status-flag pic x.
               88 dept-active value 'A'.
               88 dept-inactive value 'I'.
           05 dept-company pic x(2).
           05 dept-wc-class pic x(4).
