       identification division.
       program-id. pending-change-report.
       author Gonzo.
      * daily aging report of dual-control master changes still
      * waiting for a second operator. Every pending row on the
      * pending-change file is aged in days from the date it was
      * keyed; those at or past the threshold (SYSIN, days - 000
      * takes the default of 3) are listed with the master, key,
      * action, the operator who keyed it and its age, so a bank
      * account or rate change nobody has looked at does not sit
      * unapproved - or get forgotten and approved weeks later
      * against a master that has moved on. The footer counts
      * everything pending and the overdue items. RC=4 when
      * anything is overdue, so the morning check sees it.
       environment division.
       input-output section.
       file-control.
           select pending-change-file assign to pendchg
           organization is indexed
           access mode is dynamic
           record key is pch-change-id
           file status is ws-pendchg-status.
           select report-file assign to pchgrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd pending-change-file.
           copy "pending-change-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-pendchg-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-threshold-days pic 9(3) value zeros.
       01 ws-age-days pic s9(6) value zeros.
       01 ws-pending-count pic 9(6) value zeros.
       01 ws-overdue-count pic 9(6) value zeros.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'PENDING MASTER CHANGES AGING REPORT'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(4) value spaces.
           05 filler pic x(20) value 'Listing changes aged'.
           05 hl-threshold pic zz9.
           05 filler pic x(14) value ' days and over'.
       01 hl-detail-headers.
           05 filler pic x(17) value 'Change id'.
           05 filler pic x(16) value 'Master'.
           05 filler pic x(11) value 'Key'.
           05 filler pic x(8) value 'Action'.
           05 filler pic x(9) value 'Keyed by'.
           05 filler pic x(9) value 'Keyed on'.
           05 filler pic x(5) value '  Age'.
       01 dl-detail-line.
           05 dl-change-id pic x(16).
           05 filler pic x(1) value spaces.
           05 dl-file-name pic x(15).
           05 filler pic x(1) value spaces.
           05 dl-record-key pic x(10).
           05 filler pic x(1) value spaces.
           05 dl-action pic x(7).
           05 filler pic x(1) value spaces.
           05 dl-maker-id pic x(8).
           05 filler pic x(1) value spaces.
           05 dl-keyed-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 dl-age pic zzzz9.
       01 tl-total-line.
           05 tl-label pic x(30).
           05 tl-count pic zzzzz9.
       procedure division.
       aa-start.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           display "Age threshold in days (000 for default 3): "
           accept ws-threshold-days.
           if ws-threshold-days not numeric
               or ws-threshold-days = zeros
               move 3 to ws-threshold-days
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening aging report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move ws-threshold-days to hl-threshold.
           move hl-run-date to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-detail-headers to report-line.
           perform write-report-line.
           open input pending-change-file.
           if ws-pendchg-status = '35'
               display "No pending-change file - nothing pending."
               go to cc-end
           end-if.
           if ws-pendchg-status not = '00'
               display "ERROR opening pending-change file, status="
                   ws-pendchg-status
               move 8 to return-code
               go to cc-end
           end-if.
           move low-values to pch-change-id.
           start pending-change-file key is not less than
               pch-change-id
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read pending-change-file next record
                   at end
                       set eof to true
                   not at end
                       if pch-pending
                           perform age-one-change
                       end-if
               end-read
               if ws-pendchg-status not = '00'
                   and ws-pendchg-status not = '10'
                   display "ERROR reading pending-change file, "
                       "status=" ws-pendchg-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.
           close pending-change-file.
       cc-end.
           move spaces to report-line.
           perform write-report-line.
           move "Changes pending" to tl-label.
           move ws-pending-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Pending past threshold" to tl-label.
           move ws-overdue-count to tl-count.
           move tl-total-line to report-line.
           perform write-report-line.
           close report-file.
           display "Changes pending: " ws-pending-count
               ", past threshold: " ws-overdue-count.
           if ws-overdue-count > 0 and return-code = 0
               move 4 to return-code
           end-if.
       zz-end.
           stop run.

       age-one-change.
           add 1 to ws-pending-count.
           compute ws-age-days =
               function integer-of-date(ws-run-date-n)
               - function integer-of-date(pch-keyed-date).
           if ws-age-days >= ws-threshold-days
               add 1 to ws-overdue-count
               move pch-change-id to dl-change-id
               move pch-file-name to dl-file-name
               move pch-record-key to dl-record-key
               move pch-action to dl-action
               move pch-maker-id to dl-maker-id
               move pch-keyed-date to dl-keyed-date
               move ws-age-days to dl-age
               move dl-detail-line to report-line
               perform write-report-line
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing aging report, status="
                   ws-report-status
           end-if.
