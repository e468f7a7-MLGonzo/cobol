       identification division.
       program-id. paid-items.
       author Gonzo.
      * bank paid-items processing - the check half of the bank
      * reconciliation, run the morning the bank's paid-items
      * file arrives. Clearing used to be one check number at a
      * time through the check maintenance program, keyed off
      * the bank statement, and a check nobody cashed stayed
      * issued forever.
      *
      * Each paid item is matched to its check register row by
      * check number. An issued check paid for its register
      * amount is cleared and audited. Everything else is an
      * exception left for payroll and ends the step RC=4:
      *   - AMOUNT MISMATCH   paid amount differs from the
      *                       register (the row stays issued);
      *   - NEVER ISSUED      no such check on the register;
      *   - PAID AFTER VOID   the bank paid a check we voided
      *                       (stale-dated ones are flagged as
      *                       such - the unclaimed-property row
      *                       must be backed out by hand);
      *   - ALREADY CLEARED   a second presentment.
      *
      * The checks still outstanding are then aged from their
      * issue date. One past the stale-date threshold (SYSIN,
      * days; 180 when left zero) is voided on the register with
      * an audit record and moved to the unclaimed-property
      * register, where the escheat report picks it up. The void
      * reaches the bank on the next positive-pay transmission.
      *
      * Paid-items file record layout (22 bytes):
      *   check number 9(6) + paid amount 9(8) + paid date 9(8)
       environment division.
       input-output section.
       file-control.
           select paid-items-file assign to paiditem
           organization is line sequential
           file status is ws-paid-status.
           select check-register-file assign to checkreg
           organization is indexed
           access mode is dynamic
           record key is ck-check-number
           file status is ws-checkreg-status.
           select unclaimed-file assign to unclaim
           organization is indexed
           access mode is dynamic
           record key is up-check-number
           file status is ws-unclaim-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select report-file assign to paidrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd paid-items-file.
       01 paid-item-record.
           05 pi-check-number pic 9(6).
           05 pi-amount pic 9(8).
           05 pi-paid-date pic 9(8).
       fd check-register-file.
           copy "check-register-record.cpy".
       fd unclaimed-file.
           copy "unclaimed-property-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-paid-status pic xx value '00'.
       01 ws-checkreg-status pic xx value '00'.
       01 ws-unclaim-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-paid-file-open pic x value 'N'.
           88 paid-file-open value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-stale-days pic 9(3) value zeros.
       01 ws-age-days pic s9(7) value zeros.
       01 ws-exception pic x(20) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(8) value spaces.
      * paid-item counts
       01 ws-paid-count pic 9(6) value zeros.
       01 ws-paid-amount pic 9(12) value zeros.
       01 ws-cleared-count pic 9(6) value zeros.
       01 ws-cleared-amount pic 9(12) value zeros.
       01 ws-exception-count pic 9(6) value zeros.
       01 ws-exception-amount pic 9(12) value zeros.
      * outstanding checks by age - 0-30, 31-60, 61-90, over 90
      * and not yet stale
       01 aging-table.
           05 aging-entry occurs 4 times.
               10 ag-count pic 9(6).
               10 ag-amount pic 9(12).
       01 ws-age-idx pic 9.
       01 ws-stale-count pic 9(6) value zeros.
       01 ws-stale-amount pic 9(12) value zeros.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'PAID ITEMS AND OUTSTANDING CHECKS'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-stale-line.
           05 filler pic x(23) value 'Stale-date threshold: '.
           05 hl-stale-days pic zz9.
           05 filler pic x(5) value ' days'.
       01 hl-section-line.
           05 hl-section pic x(60).
       01 hl-paid-headers.
           05 filler pic x(8) value ' Check'.
           05 filler pic x(10) value '      Paid'.
           05 filler pic x(10) value '  Register'.
           05 filler pic x(10) value ' Paid date'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Exception'.
       01 dl-paid-line.
           05 dl-check-number pic z(5)9.
           05 filler pic x(2) value spaces.
           05 dl-paid-amount pic z(7)9.
           05 filler pic x(2) value spaces.
           05 dl-register-amount pic z(7)9.
           05 filler pic x(2) value spaces.
           05 dl-paid-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 dl-exception pic x(20).
       01 hl-stale-headers.
           05 filler pic x(8) value ' Check'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(26) value 'Payee'.
           05 filler pic x(10) value 'Issued'.
           05 filler pic x(6) value '  Days'.
           05 filler pic x(10) value '    Amount'.
       01 dl-stale-line.
           05 dl-stale-check pic z(5)9.
           05 filler pic x(2) value spaces.
           05 dl-stale-employee pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-stale-payee pic x(24).
           05 filler pic x(2) value spaces.
           05 dl-stale-issued pic 9(8).
           05 filler pic x(2) value spaces.
           05 dl-stale-age pic zzzz9.
           05 filler pic x(1) value spaces.
           05 dl-stale-amount pic z(7)9.
       01 tl-total-line.
           05 tl-label pic x(30).
           05 tl-count pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 tl-amount pic z(11)9.
       procedure division.
       aa-start.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           display "Stale-date threshold in days (000 = 180): "
           accept ws-stale-days.
           if ws-stale-days = zeros
               move 180 to ws-stale-days
           end-if.
           move zeros to aging-table.
           open input paid-items-file.
           if ws-paid-status = '35'
               display "No paid-items file - aging outstanding "
                   "checks only."
           else
               if ws-paid-status not = '00'
                   display "ERROR opening paid-items file, status="
                       ws-paid-status
                   move 8 to return-code
                   go to zz-end
               end-if
               set paid-file-open to true
           end-if.
           open i-o check-register-file.
           if ws-checkreg-status not = '00'
               display "ERROR opening check register, status="
                   ws-checkreg-status
               move 8 to return-code
               go to zz-end
           end-if.
           open i-o unclaimed-file.
           if ws-unclaim-status = '35'
               open output unclaimed-file
               close unclaimed-file
               open i-o unclaimed-file
           end-if.
           if ws-unclaim-status not = '00'
               display "ERROR opening unclaimed-property register, "
                   "status=" ws-unclaim-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           else
               display "WARNING: person master not available, "
                   "status=" ws-person-status
                   " - owner names left blank."
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening paid-items report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           set setup-ok to true.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move ws-stale-days to hl-stale-days.
           move hl-stale-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move "PAID ITEMS NOT CLEARED" to hl-section.
           move hl-section-line to report-line.
           perform write-report-line.
           move hl-paid-headers to report-line.
           perform write-report-line.
           if not paid-file-open
               go to cc-age
           end-if.
       bb-read.
           read paid-items-file at end go to cc-age.
           if ws-paid-status not = '00'
               and ws-paid-status not = '10'
               display "ERROR reading paid-items file, status="
                   ws-paid-status
               move 8 to return-code
               go to cc-age
           end-if.
           perform process-one-paid-item.
           go to bb-read.
       cc-age.
           move spaces to report-line.
           perform write-report-line.
           move "STALE-DATED CHECKS VOIDED TO UNCLAIMED PROPERTY"
               to hl-section.
           move hl-section-line to report-line.
           perform write-report-line.
           move hl-stale-headers to report-line.
           perform write-report-line.
           perform age-outstanding-checks.
           perform print-report-totals.
       cc-end.
           if setup-ok
               if paid-file-open
                   close paid-items-file
               end-if
               close check-register-file
               close unclaimed-file
               if person-open
                   close person-file
               end-if
               close report-file
               if ws-exception-count > 0 and return-code < 4
                   move 4 to return-code
               end-if
               display "Paid items: " ws-paid-count " received, "
                   ws-cleared-count " cleared, "
                   ws-exception-count " exceptions; "
                   ws-stale-count " stale checks voided to "
                   "unclaimed property."
           end-if.
       zz-end.
           stop run.

       process-one-paid-item.
           add 1 to ws-paid-count.
           add pi-amount to ws-paid-amount.
           move spaces to ws-exception.
           move pi-check-number to ck-check-number.
           read check-register-file
               invalid key
                   move "NEVER ISSUED" to ws-exception
                   move zeros to ck-amount
               not invalid key
                   perform match-paid-item
           end-read.
           if ws-exception not = spaces
               add 1 to ws-exception-count
               add pi-amount to ws-exception-amount
               move pi-check-number to dl-check-number
               move pi-amount to dl-paid-amount
               move ck-amount to dl-register-amount
               move pi-paid-date to dl-paid-date
               move ws-exception to dl-exception
               move dl-paid-line to report-line
               perform write-report-line
           end-if.

       match-paid-item.
           evaluate true
               when ck-void
                   move pi-check-number to up-check-number
                   read unclaimed-file
                       invalid key
                           move "PAID AFTER VOID" to ws-exception
                       not invalid key
                           move "PAID AFTER STALE VOID"
                               to ws-exception
                   end-read
               when ck-cleared
                   move "ALREADY CLEARED" to ws-exception
               when pi-amount not = ck-amount
                   move "AMOUNT MISMATCH" to ws-exception
               when other
                   perform clear-paid-check
           end-evaluate.

       clear-paid-check.
           move 'C' to ck-status.
           rewrite check-register-record.
           if ws-checkreg-status not = '00'
               display "ERROR clearing check " ck-check-number
                   ", status=" ws-checkreg-status
               move 8 to return-code
           else
               add 1 to ws-cleared-count
               add ck-amount to ws-cleared-amount
               move "CLEAR" to ws-audit-action
               perform write-check-audit-record
           end-if.

      * every check still issued is aged from its issue date;
      * the stale ones leave the register for unclaimed property.
       age-outstanding-checks.
           move 'N' to ws-eof-flag.
           move zeros to ck-check-number.
           start check-register-file key is not less than
               ck-check-number
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read check-register-file next record
                   at end
                       set eof to true
                   not at end
                       if ck-issued
                           perform age-one-check
                       end-if
               end-read
               if ws-checkreg-status not = '00'
                   and ws-checkreg-status not = '10'
                   display "ERROR reading check register, status="
                       ws-checkreg-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.

       age-one-check.
           if ck-issue-date = zeros
               move zeros to ws-age-days
           else
               compute ws-age-days =
                   function integer-of-date(ws-run-date-n)
                   - function integer-of-date(ck-issue-date)
           end-if.
           if ws-age-days > ws-stale-days
               perform void-stale-check
           else
               evaluate true
                   when ws-age-days <= 30
                       move 1 to ws-age-idx
                   when ws-age-days <= 60
                       move 2 to ws-age-idx
                   when ws-age-days <= 90
                       move 3 to ws-age-idx
                   when other
                       move 4 to ws-age-idx
               end-evaluate
               add 1 to ag-count(ws-age-idx)
               add ck-amount to ag-amount(ws-age-idx)
           end-if.

      * the unclaimed-property row goes on first - a check voided
      * with nowhere recording who is owed the money would be
      * lost from both registers.
       void-stale-check.
           move ck-check-number to up-check-number.
           move ck-employee-id to up-employee-id.
           move spaces to up-payee-name.
           if person-open
               move ck-employee-id to employee-id of person-record
               read person-file
                   not invalid key
                       move person-name to up-payee-name
               end-read
           end-if.
           move ck-amount to up-amount.
           move ck-issue-date to up-issue-date.
           move ws-run-date-n to up-stale-date.
           move 'H' to up-status.
           move zeros to up-report-date.
           write unclaimed-property-record.
           if ws-unclaim-status not = '00'
               display "ERROR writing unclaimed property for check "
                   ck-check-number ", status=" ws-unclaim-status
                   " - check left issued."
               move 8 to return-code
           else
               move 'V' to ck-status
               rewrite check-register-record
               if ws-checkreg-status not = '00'
                   display "ERROR voiding stale check "
                       ck-check-number ", status="
                       ws-checkreg-status
                   move 8 to return-code
               else
                   add 1 to ws-stale-count
                   add ck-amount to ws-stale-amount
                   move "STALEVD" to ws-audit-action
                   perform write-check-audit-record
                   move ck-check-number to dl-stale-check
                   move ck-employee-id to dl-stale-employee
                   move up-payee-name to dl-stale-payee
                   move ck-issue-date to dl-stale-issued
                   move ws-age-days to dl-stale-age
                   move ck-amount to dl-stale-amount
                   move dl-stale-line to report-line
                   perform write-report-line
               end-if
           end-if.

       print-report-totals.
           move spaces to report-line.
           perform write-report-line.
           move "Paid items received" to tl-label.
           move ws-paid-count to tl-count.
           move ws-paid-amount to tl-amount.
           perform write-total-line.
           move "Cleared" to tl-label.
           move ws-cleared-count to tl-count.
           move ws-cleared-amount to tl-amount.
           perform write-total-line.
           move "Exceptions" to tl-label.
           move ws-exception-count to tl-count.
           move ws-exception-amount to tl-amount.
           perform write-total-line.
           move spaces to report-line.
           perform write-report-line.
           move "Outstanding 0-30 days" to tl-label.
           move ag-count(1) to tl-count.
           move ag-amount(1) to tl-amount.
           perform write-total-line.
           move "Outstanding 31-60 days" to tl-label.
           move ag-count(2) to tl-count.
           move ag-amount(2) to tl-amount.
           perform write-total-line.
           move "Outstanding 61-90 days" to tl-label.
           move ag-count(3) to tl-count.
           move ag-amount(3) to tl-amount.
           perform write-total-line.
           move "Outstanding over 90 days" to tl-label.
           move ag-count(4) to tl-count.
           move ag-amount(4) to tl-amount.
           perform write-total-line.
           move "Stale - to unclaimed property" to tl-label.
           move ws-stale-count to tl-count.
           move ws-stale-amount to tl-amount.
           perform write-total-line.

       write-total-line.
           move tl-total-line to report-line.
           perform write-report-line.

       write-check-audit-record.
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
               move "PAIDITEM" to audit-operator-id
               move "CHECK-REG" to audit-file-name
               move spaces to ws-audit-key
               move ck-check-number to ws-audit-key(1:6)
               move ws-audit-key to audit-key
               move ws-audit-action to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing paid-items report, status="
                   ws-report-status
           end-if.
