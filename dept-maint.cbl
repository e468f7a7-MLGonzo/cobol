      * same trail every other master gets. Deactivating a code
      * (update, flag 'I') is the normal way to retire a
      * department - delete is for codes keyed in error that were
      * never used. Every department belongs to a company on the
      * company master; the code must exist and be active there
      * (a missing company master is first-time setup and takes
      * the code with a warning). The department's workers'
      * comp class is keyed the same way against the class
      * master; a blank class leaves the department
      * unclassified.
       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select company-file assign to compmast
           organization is indexed
           access mode is dynamic
           record key is company-master-code
           file status is ws-company-status.
           select wc-class-file assign to wcclass
           organization is indexed
           access mode is dynamic
           record key is wc-class-code
           file status is ws-wc-class-status.
       data division.
       file section.
       fd department-file.
           copy "department-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd company-file.
           copy "company-record.cpy".
       fd wc-class-file.
           copy "wc-class-record.cpy".
       working-storage section.
       01 ws-department-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-company-status pic xx value '00'.
       01 ws-wc-class-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
       01 ws-dept-code pic x(4).
       01 ws-dept-name pic x(20).
       01 ws-status-flag pic x.
       01 ws-company-code pic x(2).
       01 ws-company-valid pic x value 'N'.
           88 company-valid value 'Y'.
       01 ws-wc-class pic x(4).
       01 ws-wc-class-valid pic x value 'N'.
           88 wc-class-valid value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(3) value zeros.
                               add 1 to ws-entry-count
                               display dept-master-code " "
                                   dept-master-name " "
                                   dept-status-flag " "
                                   dept-company " "
                                   dept-wc-class
                       end-read
                   end-perform
                   display "Departments on file: " ws-entry-count
               move ws-dept-code to dept-master-code
               move ws-dept-name to dept-master-name
               move ws-status-flag to dept-status-flag
               move ws-company-code to dept-company
               move ws-wc-class to dept-wc-class
               write department-record
               if ws-department-status = '22'
                   display "Department " ws-dept-code
                   not invalid key
                       display "Current name: " dept-master-name
                       display "Current flag: " dept-status-flag
                       display "Current company: " dept-company
                       display "Current WC class: " dept-wc-class
                       perform get-department-fields
                       move ws-dept-name to dept-master-name
                       move ws-status-flag to dept-status-flag
                       move ws-company-code to dept-company
                       move ws-wc-class to dept-wc-class
                       rewrite department-record
                       if ws-department-status not = '00'
                           display "ERROR rewriting department "
               display "Status - (A)ctive, (I)nactive: "
               accept ws-status-flag
           end-perform.
           move 'N' to ws-company-valid.
           perform until company-valid
               display "Company code (2 chars, blank = 01): "
               accept ws-company-code
               if ws-company-code = spaces
                   move '01' to ws-company-code
               end-if
               perform validate-company
           end-perform.
           move 'N' to ws-wc-class-valid.
           perform until wc-class-valid
               display "Workers' comp class (4 chars, blank = "
                   "none): "
               accept ws-wc-class
               if ws-wc-class = spaces
                   set wc-class-valid to true
               else
                   perform validate-wc-class
               end-if
           end-perform.

       validate-company.
           open input company-file.
           if ws-company-status = '35'
               display "WARNING: no company master - company "
                   ws-company-code " accepted unvalidated."
               set company-valid to true
           else
               if ws-company-status not = '00'
                   display "ERROR opening company master, "
                       "status=" ws-company-status
                   move 8 to return-code
                   stop run
               end-if
               move ws-company-code to company-master-code
               read company-file
                   invalid key
                       display "Company " ws-company-code
                           " not on company master - re-enter."
                   not invalid key
                       if company-active
                           set company-valid to true
                       else
                           display "Company " ws-company-code
                               " is inactive - re-enter."
                       end-if
               end-read
               close company-file
           end-if.

       validate-wc-class.
           open input wc-class-file.
           if ws-wc-class-status = '35'
               display "WARNING: no workers' comp class master - "
                   "class " ws-wc-class " accepted unvalidated."
               set wc-class-valid to true
           else
               if ws-wc-class-status not = '00'
                   display "ERROR opening workers' comp class "
                       "master, status=" ws-wc-class-status
                   move 8 to return-code
                   stop run
               end-if
               move ws-wc-class to wc-class-code
               read wc-class-file
                   invalid key
                       display "Class " ws-wc-class
                           " not on workers' comp class master - "
                           "re-enter."
                   not invalid key
                       set wc-class-valid to true
               end-read
               close wc-class-file
           end-if.

       write-department-audit-record.
           open extend audit-log-file.
