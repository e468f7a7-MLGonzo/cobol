       identification division.
       program-id. holiday-maint.
       author Gonzo.
      * bank holiday calendar maintenance - keeps the days the
      * banks do not settle payments, entered a year or more
      * ahead from the clearing house's published list. The
      * settlement date routine treats a date on file like a
      * Saturday or a Sunday: a pay date landing on one is moved
      * back to the business day before. (L)ist shows every
      * holiday on file; (A)dd puts a date on, (D)elete takes a
      * date keyed in error off. The calendar decides the day
      * the money lands, so adds and deletes need the operator
      * signed on with the approve role, the same as the pay
      * calendar; every add and delete is audited.
       environment division.
       input-output section.
       file-control.
           select holiday-file assign to holmast
           organization is indexed
           access mode is dynamic
           record key is hol-date
           file status is ws-holiday-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd holiday-file.
           copy "bank-holiday-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-holiday-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
           88 delete-mode value 'D'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'HOLMAINT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(4) value zeros.
       01 ws-holiday-date pic 9(8) value zeros.
       01 ws-holiday-description pic x(30).
       01 ws-day-number pic 9(7).
       01 ws-weekday pic 9.
       01 ws-audit-action pic x(8) value spaces.
       procedure division.
       aa-start.
           display "Mode - (L)ist, (A)dd, (D)elete a holiday: "
           accept ws-mode.
           if add-mode or delete-mode
               call "operator-signon" using ws-operator-id,
                   ws-operator-roles, ws-signon-flag,
                   ws-signon-program
               if not signon-valid
                   display "Sign-on failed - access denied."
                   move 8 to return-code
                   stop run
               end-if
               if ws-may-approve not = 'Y'
                   display "Operator " ws-operator-id " is not "
                       "authorized to maintain the holiday "
                       "calendar."
                   move 8 to return-code
                   stop run
               end-if
               perform get-valid-holiday-date
           end-if.
           evaluate true
               when add-mode
                   perform run-add-holiday
               when delete-mode
                   perform run-delete-holiday
               when other
                   perform run-list-holidays
           end-evaluate.
           stop run.

       get-valid-holiday-date.
           move zeros to ws-holiday-date.
           perform until ws-holiday-date > 19000000
               display "Holiday date (YYYYMMDD): "
               accept ws-holiday-date
               if ws-holiday-date > 19000000
                   compute ws-day-number =
                       function integer-of-date(ws-holiday-date)
                   if ws-day-number = 0
                       display "Not a valid date - re-enter."
                       move zeros to ws-holiday-date
                   end-if
               end-if
           end-perform.

       run-list-holidays.
           open input holiday-file.
           if ws-holiday-status = '35'
               display "No bank holiday calendar - only weekends "
                   "are skipped."
           else
               if ws-holiday-status not = '00'
                   display "ERROR opening bank holiday calendar, "
                       "status=" ws-holiday-status
                   move 8 to return-code
               else
                   move zeros to hol-date
                   start holiday-file key is not less than hol-date
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read holiday-file next record
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               display hol-date " " hol-description
                       end-read
                   end-perform
                   display "Holidays on file: " ws-entry-count
                   close holiday-file
               end-if
           end-if.

       run-add-holiday.
           move spaces to ws-holiday-description.
           perform until ws-holiday-description not = spaces
               display "Description: "
               accept ws-holiday-description
           end-perform.
           compute ws-day-number =
               function integer-of-date(ws-holiday-date).
           compute ws-weekday = function mod(ws-day-number, 7).
           if ws-weekday = 0 or ws-weekday = 6
               display "WARNING: " ws-holiday-date " is a weekend "
                   "day - no payment settles on it anyway."
           end-if.
           open i-o holiday-file.
           if ws-holiday-status = '35'
               open output holiday-file
               close holiday-file
               open i-o holiday-file
           end-if.
           if ws-holiday-status not = '00'
               display "ERROR opening bank holiday calendar, "
                   "status=" ws-holiday-status
               move 8 to return-code
           else
               move ws-holiday-date to hol-date
               move ws-holiday-description to hol-description
               write bank-holiday-record
               if ws-holiday-status = '22'
                   display "Holiday " ws-holiday-date
                       " already on file - not added."
                   move 8 to return-code
               else
                   if ws-holiday-status not = '00'
                       display "ERROR writing holiday record, "
                           "status=" ws-holiday-status
                       move 8 to return-code
                   else
                       display "Holiday added."
                       move "ADD" to ws-audit-action
                       perform write-holiday-audit-record
                   end-if
               end-if
               close holiday-file
           end-if.

       run-delete-holiday.
           open i-o holiday-file.
           if ws-holiday-status not = '00'
               display "ERROR opening bank holiday calendar, "
                   "status=" ws-holiday-status
               move 8 to return-code
           else
               move ws-holiday-date to hol-date
               read holiday-file
                   invalid key
                       display "No holiday on " ws-holiday-date "."
                   not invalid key
                       display "Deleting: " hol-description
                       delete holiday-file record
                       if ws-holiday-status not = '00'
                           display "ERROR deleting holiday, "
                               "status=" ws-holiday-status
                           move 8 to return-code
                       else
                           display "Holiday deleted."
                           move "DELETE" to ws-audit-action
                           perform write-holiday-audit-record
                       end-if
               end-read
               close holiday-file
           end-if.

       write-holiday-audit-record.
           open extend audit-log-file.
           if ws-audit-status = '35'
               open output audit-log-file
               close audit-log-file
               open extend audit-log-file
           end-if.
           if ws-audit-status not = '00'
               display "ERROR opening audit log file, status="
                   ws-audit-status
           else
               move function current-date(1:8) to audit-date
               move function current-date(9:6) to audit-time
               move ws-operator-id to audit-operator-id
               move "BANK-HOLIDAY" to audit-file-name
               move ws-holiday-date to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
