      *****************************************************
      * COMPANY-RECORD layout - one record per employing
      * company (legal entity) on the company master
      * (compmast, ORGANIZATION INDEXED keyed on
      * COMPANY-MASTER-CODE). Maintained by the company
      * maintenance program. DEPT-COMPANY on the department
      * master is validated against this file, and every
      * employee belongs to the company of their department
      * (PERSON-COMPANY).
      *
      * COMPANY-ORIG-ROUTING / COMPANY-ORIG-ACCOUNT are the
      * company's own bank account the night's payments are
      * drawn on - the bank extract writes one header/trailer
      * group per company carrying them, split into one
      * transmission file per company.
      *
      * COMPANY-STATUS-FLAG 'A' = active, 'I' = inactive - an
      * inactive company stays on file so history still
      * resolves the name, but no department may be keyed
      * against it.
      *
      * A blank company code on the person or department
      * master is company '01', the original employer.
      *****************************************************
       01 company-record.
           05 company-master-code pic x(2).
           05 company-master-name pic x(30).
           05 company-orig-routing pic 9(9).
           05 company-orig-account pic x(12).
           05 company-status-flag pic x.
               88 company-active value 'A'.
               88 company-inactive value 'I'.
