      *****************************************************
      * WC-CLASS-RECORD layout - one record per workers'
      * compensation risk class on the class master
      * (wcclass, ORGANIZATION INDEXED keyed on
      * WC-CLASS-CODE). Maintained by the workers' comp class
      * maintenance program. DEPT-WC-CLASS on the department
      * master is validated against this file, and so is the
      * employee-level override (WC-OVERRIDE-RECORD).
      *
      * WC-RATE-PER-100 is the insurer's premium rate per 100
      * of reportable wages in the class.
      * WC-OT-EXCLUDED 'Y' means the class reports overtime at
      * straight time - the premium half of timesheet
      * overtime is taken out of the class's wages before the
      * premium is worked out; 'N' reports the full gross.
      *****************************************************
       01 wc-class-record.
           05 wc-class-code pic x(4).
           05 wc-class-description pic x(30).
           05 wc-rate-per-100 pic 9(3)v99.
           05 wc-ot-excluded pic x.
               88 wc-ot-is-excluded value 'Y'.
