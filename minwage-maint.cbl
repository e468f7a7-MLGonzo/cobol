       identification division.
       program-id. minwage-maint.
       author Gonzo.
      * minimum wage maintenance - keeps the statutory minimum
      * hourly wage per withholding jurisdiction, entered ahead
      * of time with the date the new minimum takes effect.
      * Jurisdiction spaces is the floor that applies everywhere;
      * an employee is held to the higher of the floor and their
      * own jurisdiction's minimum. (L)ist shows every record on
      * file; (A)dd appends one after the operator signs on with
      * the approve role (the minimum decides which pay rates are
      * refused and which periods are owed a make-up - supervisor
      * territory). Records are never updated in place - re-enter
      * a jurisdiction and date to supersede it (the lookup takes
      * the later record). Every add is audited.
       environment division.
       input-output section.
       file-control.
           select minimum-wage-file assign to minwage
           organization is line sequential
           file status is ws-minwage-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd minimum-wage-file.
           copy "minimum-wage-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-minwage-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'MWMAINT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-entry-count pic 9(4) value zeros.
       01 ws-jurisdiction pic x(2).
       01 ws-effective-date pic 9(8) value zeros.
       01 ws-hourly-minimum pic 9(3)v99 value zeros.
       01 ws-minimum-cents pic 9(5) value zeros.
       01 ws-display-minimum pic zz9.99.
       01 ws-day-number pic 9(7).
       01 ws-audit-key.
           05 ws-audit-jurisdiction pic x(2).
           05 ws-audit-effective-date pic 9(8).
       procedure division.
       aa-start.
           display "Mode - (L)ist minimum wages, (A)dd one: "
           accept ws-mode.
           if add-mode
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
                       "authorized to maintain the minimum wage."
                   move 8 to return-code
                   stop run
               end-if
               perform run-add-minimum-wage
           else
               perform run-list-minimum-wages
           end-if.
           stop run.

       run-list-minimum-wages.
           open input minimum-wage-file.
           if ws-minwage-status = '35'
               display "No minimum wage file - pay is not checked "
                   "against a minimum wage."
           else
               if ws-minwage-status not = '00'
                   display "ERROR opening minimum wage file, "
                       "status=" ws-minwage-status
                   move 8 to return-code
               else
                   perform until eof
                       read minimum-wage-file
                           at end
                               set eof to true
                           not at end
                               add 1 to ws-entry-count
                               move mw-hourly-minimum
                                   to ws-display-minimum
                               display "jurisdiction '"
                                   mw-jurisdiction "' effective "
                                   mw-effective-date " minimum "
                                   ws-display-minimum
                       end-read
                   end-perform
                   display "Minimum wages on file: " ws-entry-count
                   close minimum-wage-file
               end-if
           end-if.

       run-add-minimum-wage.
           display "Jurisdiction (2 chars, blank for the floor "
               "that applies everywhere): "
           accept ws-jurisdiction.
           move zeros to ws-effective-date.
           perform until ws-effective-date > 19000000
               display "Effective date (YYYYMMDD): "
               accept ws-effective-date
               if ws-effective-date > 19000000
                   compute ws-day-number =
                       function integer-of-date(ws-effective-date)
                   if ws-day-number = 0
                       display "Not a valid date - re-enter."
                       move zeros to ws-effective-date
                   end-if
               end-if
           end-perform.
           move zeros to ws-minimum-cents.
           perform until ws-minimum-cents > 0
               display "Minimum hourly wage in cents "
                   "(e.g. 00725 for 7.25): "
               accept ws-minimum-cents
           end-perform.
           compute ws-hourly-minimum = ws-minimum-cents / 100.
           perform append-minimum-wage.

       append-minimum-wage.
           open extend minimum-wage-file.
           if ws-minwage-status = '35'
               open output minimum-wage-file
               close minimum-wage-file
               open extend minimum-wage-file
           end-if.
           if ws-minwage-status not = '00'
               display "ERROR opening minimum wage file for write, "
                   "status=" ws-minwage-status
               move 8 to return-code
           else
               move ws-jurisdiction to mw-jurisdiction
               move ws-effective-date to mw-effective-date
               move ws-hourly-minimum to mw-hourly-minimum
               write minimum-wage-record
               if ws-minwage-status not = '00'
                   display "ERROR writing minimum wage record, "
                       "status=" ws-minwage-status
                   move 8 to return-code
               else
                   move ws-hourly-minimum to ws-display-minimum
                   display "Minimum " ws-display-minimum
                       " for '" ws-jurisdiction "' from "
                       ws-effective-date " saved."
                   perform write-minwage-audit-record
               end-if
               close minimum-wage-file
           end-if.

       write-minwage-audit-record.
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
               move "MINIMUM-WAGE" to audit-file-name
               move ws-jurisdiction to ws-audit-jurisdiction
               move ws-effective-date to ws-audit-effective-date
               move ws-audit-key to audit-key
               move "ADD" to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
