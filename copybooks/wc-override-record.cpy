      *****************************************************
      * WC-OVERRIDE-RECORD layout - the employee-level
      * workers' comp class override (wcovrd, ORGANIZATION
      * INDEXED keyed on WCO-EMPLOYEE-ID). An employee with a
      * row here is reported under WCO-CLASS-CODE for every
      * department their wages are split to, instead of under
      * each department's DEPT-WC-CLASS - the driver on a
      * clerical department's books. Maintained by the workers'
      * comp class maintenance program; removing the row puts
      * the employee back on the department classes.
      *****************************************************
       01 wc-override-record.
           05 wco-employee-id pic x(6).
           05 wco-class-code pic x(4).
