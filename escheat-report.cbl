       identification division.
       program-id. escheat-report.
       author Gonzo.
      * escheat (unclaimed property) report - lists every stale
      * payroll check the paid-items run has moved to the
      * unclaimed-property register and not yet reported: owner
      * name and employee-id, check number, issue date (the last
      * activity date the state asks for), date it went stale
      * and amount, with the count and total to file. Run with
      * the mark option on once the filing is made and each
      * listed item goes reported with the filing date, audited,
      * so next year's report carries only the new items.
      * Without the mark option the report is a preview and
      * changes nothing.
       environment division.
       input-output section.
       file-control.
           select unclaimed-file assign to unclaim
           organization is indexed
           access mode is dynamic
           record key is up-check-number
           file status is ws-unclaim-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select report-file assign to eschrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd unclaimed-file.
           copy "unclaimed-property-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-unclaim-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-mark-option pic x value 'N'.
           88 mark-reported value 'Y'.
       01 ws-item-count pic 9(6) value zeros.
       01 ws-item-amount pic 9(12) value zeros.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'UNCLAIMED PROPERTY (ESCHEAT) REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(4) value spaces.
           05 hl-mode pic x(30).
       01 hl-detail-headers.
           05 filler pic x(26) value 'Owner'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(8) value ' Check'.
           05 filler pic x(10) value 'Issued'.
           05 filler pic x(10) value 'Stale'.
           05 filler pic x(10) value '    Amount'.
       01 dl-detail-line.
           05 dl-payee-name pic x(24).
           05 filler pic x(2) value spaces.
           05 dl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-check-number pic 9(6).
           05 filler pic x(2) value spaces.
           05 dl-issue-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 dl-stale-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 dl-amount pic z(7)9.
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
           display "Mark listed items reported (Y/N): "
           accept ws-mark-option.
           if ws-mark-option = 'y'
               move 'Y' to ws-mark-option
           end-if.
           if mark-reported
               open i-o unclaimed-file
           else
               open input unclaimed-file
           end-if.
           if ws-unclaim-status = '35'
               display "No unclaimed-property register - nothing "
                   "to report."
               go to zz-end
           end-if.
           if ws-unclaim-status not = '00'
               display "ERROR opening unclaimed-property register, "
                   "status=" ws-unclaim-status
               move 8 to return-code
               go to zz-end
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening escheat report, status="
                   ws-report-status
               move 8 to return-code
               close unclaimed-file
               go to zz-end
           end-if.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           if mark-reported
               move "FILING - items marked reported" to hl-mode
           else
               move "PREVIEW - nothing marked" to hl-mode
           end-if.
           move hl-run-date to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-detail-headers to report-line.
           perform write-report-line.
           move zeros to up-check-number.
           start unclaimed-file key is not less than
               up-check-number
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read unclaimed-file next record
                   at end
                       set eof to true
                   not at end
                       if up-held
                           perform report-held-item
                       end-if
               end-read
               if ws-unclaim-status not = '00'
                   and ws-unclaim-status not = '10'
                   display "ERROR reading unclaimed-property "
                       "register, status=" ws-unclaim-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.
           move spaces to report-line.
           perform write-report-line.
           move "Items to report" to tl-label.
           move ws-item-count to tl-count.
           move ws-item-amount to tl-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           close unclaimed-file.
           close report-file.
           display "Unclaimed property items: " ws-item-count
               ", amount " ws-item-amount.
       zz-end.
           stop run.

       report-held-item.
           add 1 to ws-item-count.
           add up-amount to ws-item-amount.
           move up-payee-name to dl-payee-name.
           move up-employee-id to dl-employee-id.
           move up-check-number to dl-check-number.
           move up-issue-date to dl-issue-date.
           move up-stale-date to dl-stale-date.
           move up-amount to dl-amount.
           move dl-detail-line to report-line.
           perform write-report-line.
           if mark-reported
               move 'R' to up-status
               move ws-run-date-n to up-report-date
               rewrite unclaimed-property-record
               if ws-unclaim-status not = '00'
                   display "ERROR marking check " up-check-number
                       " reported, status=" ws-unclaim-status
                   move 8 to return-code
               else
                   perform write-escheat-audit-record
               end-if
           end-if.

       write-escheat-audit-record.
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
               move "ESCHEAT" to audit-operator-id
               move "UNCLAIMED-PROP" to audit-file-name
               move spaces to ws-audit-key
               move up-check-number to ws-audit-key(1:6)
               move ws-audit-key to audit-key
               move "REPORTED" to audit-action
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
               display "ERROR writing escheat report, status="
                   ws-report-status
           end-if.
