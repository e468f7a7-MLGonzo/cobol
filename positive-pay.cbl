       identification division.
       program-id. positive-pay.
       author Gonzo.
      * positive-pay issued-check file - the bank only honours a
      * payroll check it has been told about. Sweeps the check
      * register and sends every check issued or voided since
      * the last transmission: check number, amount, issue date,
      * the payee name off the person master and an issue/void
      * indicator, bracketed by a header carrying the
      * transmission number and a trailer with the record count
      * and amount total. A check issued and voided between two
      * transmissions goes out twice - once as the issue, once
      * as the void - so the bank's issued file always matches
      * ours.
      *
      * The marker is on the register row itself: each row
      * carries the transmission number that sent its issue and
      * the one that sent its void, zeros until sent, so nothing
      * can go twice or be skipped whatever order checks are
      * written or voided in. The transmission number comes off
      * the positive-pay control file and only advances once the
      * file is written and proved against the register; a
      * failed run reuses its number, and the rows it already
      * stamped with that number go again in the rerun.
      *
      * The transmission register prints every record sent and
      * ties the file's issue/void counts and amounts to the
      * register rows now stamped with this transmission.
      *
      * Positive-pay record layout (60 bytes):
      *   'H' + transmission number 9(6) + file date 9(8)
      *   'D' + check number 9(6) + amount 9(8) + issue date 9(8)
      *       + indicator ('I' issue, 'V' void) + payee x(30)
      *   'T' + record count 9(6) + amount total 9(12)
       environment division.
       input-output section.
       file-control.
           select check-register-file assign to checkreg
           organization is indexed
           access mode is dynamic
           record key is ck-check-number
           file status is ws-checkreg-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select positive-pay-file assign to ppfile
           organization is line sequential
           file status is ws-ppfile-status.
           select control-file assign to ppctl
           organization is line sequential
           file status is ws-ppctl-status.
           select report-file assign to pprpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd check-register-file.
           copy "check-register-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd positive-pay-file.
       01 positive-pay-record.
           05 pp-record-type pic x.
           05 pp-check-number pic 9(6).
           05 pp-amount pic 9(8).
           05 pp-issue-date pic 9(8).
           05 pp-indicator pic x.
           05 pp-payee-name pic x(30).
           05 filler pic x(6).
       01 positive-pay-header-record redefines positive-pay-record.
           05 filler pic x.
           05 pp-transmission-number pic 9(6).
           05 pp-file-date pic 9(8).
           05 filler pic x(45).
       01 positive-pay-trailer-record
           redefines positive-pay-record.
           05 filler pic x.
           05 pp-trailer-count pic 9(6).
           05 pp-trailer-amount pic 9(12).
           05 filler pic x(41).
       fd control-file.
       01 control-record.
           05 pc-last-transmission pic 9(6).
           05 pc-last-date pic 9(8).
           05 pc-last-count pic 9(6).
           05 pc-last-amount pic 9(12).
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'POSPAY'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 04.
           05 filler pic x(8) value 'PPFILE'.
           05 filler pic x(8) value 'PPRPT'.
           05 filler pic x(8) value 'PPCTL'.
           05 filler pic x(8) value 'CHECKREG'.
           05 filler pic x(160) value spaces.
       01 ws-checkreg-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-ppfile-status pic xx value '00'.
       01 ws-ppctl-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-row-changed pic x value 'N'.
           88 row-changed value 'Y'.
       01 ws-last-transmission pic 9(6) value zeros.
       01 ws-this-transmission pic 9(6) value zeros.
       01 ws-last-date pic 9(8) value zeros.
       01 ws-indicator pic x value space.
       01 ws-payee-name pic x(30) value spaces.
       01 ws-unknown-payees pic 9(6) value zeros.
      * what went into the file
       01 ws-file-issue-count pic 9(6) value zeros.
       01 ws-file-issue-amount pic 9(12) value zeros.
       01 ws-file-void-count pic 9(6) value zeros.
       01 ws-file-void-amount pic 9(12) value zeros.
       01 ws-file-count pic 9(6) value zeros.
       01 ws-file-amount pic 9(12) value zeros.
      * what the register now shows stamped with this number
       01 ws-reg-issue-count pic 9(6) value zeros.
       01 ws-reg-issue-amount pic 9(12) value zeros.
       01 ws-reg-void-count pic 9(6) value zeros.
       01 ws-reg-void-amount pic 9(12) value zeros.
       01 ws-ties pic x value 'Y'.
           88 register-ties value 'Y'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'POSITIVE-PAY TRANSMISSION REGISTER'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-transmission-line.
           05 filler pic x(14) value 'Transmission: '.
           05 hl-transmission pic 9(6).
           05 filler pic x(18) value '   Previous sent: '.
           05 hl-last-date pic 9(8).
       01 hl-detail-headers.
           05 filler pic x(8) value ' Check'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(26) value 'Payee'.
           05 filler pic x(10) value 'Issued'.
           05 filler pic x(4) value 'I/V'.
           05 filler pic x(10) value '    Amount'.
       01 dl-detail-line.
           05 dl-check-number pic z(5)9.
           05 filler pic x(2) value spaces.
           05 dl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 dl-payee-name pic x(24).
           05 filler pic x(2) value spaces.
           05 dl-issue-date pic 9(8).
           05 filler pic x(3) value spaces.
           05 dl-indicator pic x.
           05 filler pic x(2) value spaces.
           05 dl-amount pic z(7)9.
       01 tl-total-line.
           05 tl-label pic x(30).
           05 tl-count pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 tl-amount pic z(11)9.
       01 rl-verdict-line.
           05 filler pic x(10) value 'Register: '.
           05 rl-verdict pic x(60).
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           perform read-control-file.
           if return-code not = 0
               go to zz-end
           end-if.
           compute ws-this-transmission = ws-last-transmission + 1.
           open i-o check-register-file.
           if ws-checkreg-status = '35'
               open output check-register-file
               close check-register-file
               open i-o check-register-file
           end-if.
           if ws-checkreg-status not = '00'
               display "ERROR opening check register, status="
                   ws-checkreg-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           else
               display "WARNING: person master not available, "
                   "status=" ws-person-status
                   " - payee names left blank."
           end-if.
           open output positive-pay-file.
           if ws-ppfile-status not = '00'
               display "ERROR opening positive-pay file, status="
                   ws-ppfile-status
               move 8 to return-code
               close check-register-file
               go to zz-end
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening transmission register, "
                   "status=" ws-report-status
               move 8 to return-code
               close check-register-file
               close positive-pay-file
               go to zz-end
           end-if.
           perform print-report-headings.
           move spaces to positive-pay-record.
           move 'H' to pp-record-type.
           move ws-this-transmission to pp-transmission-number.
           move ws-run-date-n to pp-file-date.
           perform write-positive-pay-record.
           perform sweep-check-register.
           move spaces to positive-pay-record.
           move 'T' to pp-record-type.
           move ws-file-count to pp-trailer-count.
           move ws-file-amount to pp-trailer-amount.
           perform write-positive-pay-record.
           close check-register-file.
           close positive-pay-file.
           if person-open
               close person-file
           end-if.
           perform prove-against-register.
           perform print-report-totals.
           close report-file.
           display "Positive-pay transmission " ws-this-transmission
               ": issues " ws-file-issue-count
               ", voids " ws-file-void-count
               ", amount " ws-file-amount.
           if ws-unknown-payees > 0
               display "WARNING: " ws-unknown-payees " check(s) "
                   "for employees not on the person master - "
                   "payee name blank."
           end-if.
           if return-code = 0
               perform save-control-file
           else
               display "Transmission " ws-this-transmission
                   " NOT complete - do not send the file; the "
                   "rerun resends every check stamped with it."
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

      * a missing control file is the first transmission; any
      * other open failure refuses the run rather than reusing a
      * transmission number.
       read-control-file.
           open input control-file.
           if ws-ppctl-status = '35'
               display "No positive-pay control file - first "
                   "transmission."
           else
               if ws-ppctl-status not = '00'
                   display "ERROR opening positive-pay control "
                       "file, status=" ws-ppctl-status
                   move 8 to return-code
               else
                   read control-file
                       not at end
                           move pc-last-transmission
                               to ws-last-transmission
                           move pc-last-date to ws-last-date
                   end-read
                   close control-file
               end-if
           end-if.

       save-control-file.
           move ws-this-transmission to pc-last-transmission.
           move ws-run-date-n to pc-last-date.
           move ws-file-count to pc-last-count.
           move ws-file-amount to pc-last-amount.
           open output control-file.
           if ws-ppctl-status not = '00'
               display "ERROR opening positive-pay control file "
                   "for write, status=" ws-ppctl-status
               move 8 to return-code
           else
               write control-record
               if ws-ppctl-status not = '00'
                   display "ERROR writing positive-pay control "
                       "record, status=" ws-ppctl-status
                   move 8 to return-code
               end-if
               close control-file
           end-if.
           if return-code not = 0
               display "The positive-pay file IS complete - send "
                   "it, then set the control file to transmission "
                   ws-this-transmission "."
           end-if.

      * a row goes out as an issue until an issue has been sent
      * for it, and as a void once it is void until a void has
      * been sent - rows already stamped with this transmission
      * number are from a failed attempt and go again.
       sweep-check-register.
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
                       perform take-register-row
               end-read
               if ws-checkreg-status not = '00'
                   and ws-checkreg-status not = '10'
                   display "ERROR reading check register, status="
                       ws-checkreg-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.

       take-register-row.
           move 'N' to ws-row-changed.
           if ck-pp-issue-seq = zeros
               or ck-pp-issue-seq = ws-this-transmission
               perform look-up-payee
               move 'I' to ws-indicator
               perform send-check-record
               add 1 to ws-file-issue-count
               add ck-amount to ws-file-issue-amount
               move ws-this-transmission to ck-pp-issue-seq
               set row-changed to true
           end-if.
           if ck-void
               and (ck-pp-void-seq = zeros
                   or ck-pp-void-seq = ws-this-transmission)
               perform look-up-payee
               move 'V' to ws-indicator
               perform send-check-record
               add 1 to ws-file-void-count
               add ck-amount to ws-file-void-amount
               move ws-this-transmission to ck-pp-void-seq
               set row-changed to true
           end-if.
           if row-changed
               rewrite check-register-record
               if ws-checkreg-status not = '00'
                   display "ERROR stamping check " ck-check-number
                       ", status=" ws-checkreg-status
                   move 8 to return-code
               end-if
           end-if.

       look-up-payee.
           move spaces to ws-payee-name.
           if person-open
               move ck-employee-id to employee-id of person-record
               read person-file
                   invalid key
                       add 1 to ws-unknown-payees
                   not invalid key
                       move person-name to ws-payee-name
               end-read
           else
               add 1 to ws-unknown-payees
           end-if.

       send-check-record.
           move spaces to positive-pay-record.
           move 'D' to pp-record-type.
           move ck-check-number to pp-check-number.
           move ck-amount to pp-amount.
           move ck-issue-date to pp-issue-date.
           move ws-indicator to pp-indicator.
           move ws-payee-name to pp-payee-name.
           perform write-positive-pay-record.
           add 1 to ws-file-count.
           add ck-amount to ws-file-amount.
           move ck-check-number to dl-check-number.
           move ck-employee-id to dl-employee-id.
           move ws-payee-name to dl-payee-name.
           move ck-issue-date to dl-issue-date.
           move ws-indicator to dl-indicator.
           move ck-amount to dl-amount.
           move dl-detail-line to report-line.
           perform write-report-line.

      * re-read the register after stamping - the rows carrying
      * this transmission number must account for exactly what
      * went into the file, or the file is not sent.
       prove-against-register.
           open input check-register-file.
           if ws-checkreg-status not = '00'
               display "ERROR reopening check register, status="
                   ws-checkreg-status
               move 8 to return-code
               move 'N' to ws-ties
           else
               move 'N' to ws-eof-flag
               move zeros to ck-check-number
               start check-register-file key is not less than
                   ck-check-number
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read check-register-file next record
                       at end
                           set eof to true
                       not at end
                           perform count-stamped-row
                   end-read
               end-perform
               close check-register-file
               if ws-reg-issue-count not = ws-file-issue-count
                   or ws-reg-issue-amount
                       not = ws-file-issue-amount
                   or ws-reg-void-count not = ws-file-void-count
                   or ws-reg-void-amount
                       not = ws-file-void-amount
                   move 'N' to ws-ties
                   display "ERROR: positive-pay file does not tie "
                       "to the check register."
                   move 8 to return-code
               end-if
           end-if.

       count-stamped-row.
           if ck-pp-issue-seq = ws-this-transmission
               add 1 to ws-reg-issue-count
               add ck-amount to ws-reg-issue-amount
           end-if.
           if ck-pp-void-seq = ws-this-transmission
               add 1 to ws-reg-void-count
               add ck-amount to ws-reg-void-amount
           end-if.

       print-report-headings.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move ws-this-transmission to hl-transmission.
           move ws-last-date to hl-last-date.
           move hl-transmission-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-detail-headers to report-line.
           perform write-report-line.

       print-report-totals.
           move spaces to report-line.
           perform write-report-line.
           move "Issues sent" to tl-label.
           move ws-file-issue-count to tl-count.
           move ws-file-issue-amount to tl-amount.
           perform write-total-line.
           move "Voids sent" to tl-label.
           move ws-file-void-count to tl-count.
           move ws-file-void-amount to tl-amount.
           perform write-total-line.
           move "File trailer" to tl-label.
           move ws-file-count to tl-count.
           move ws-file-amount to tl-amount.
           perform write-total-line.
           move "Register rows stamped - issue" to tl-label.
           move ws-reg-issue-count to tl-count.
           move ws-reg-issue-amount to tl-amount.
           perform write-total-line.
           move "Register rows stamped - void" to tl-label.
           move ws-reg-void-count to tl-count.
           move ws-reg-void-amount to tl-amount.
           perform write-total-line.
           move spaces to report-line.
           perform write-report-line.
           if register-ties and return-code = 0
               move "TIES - file ready to transmit" to rl-verdict
           else
               move "DOES NOT TIE - file must not be sent"
                   to rl-verdict
           end-if.
           move rl-verdict-line to report-line.
           perform write-report-line.

       write-total-line.
           move tl-total-line to report-line.
           perform write-report-line.

       write-positive-pay-record.
           write positive-pay-record.
           if ws-ppfile-status not = '00'
               display "ERROR writing positive-pay file, status="
                   ws-ppfile-status
               move 8 to return-code
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing transmission register, "
                   "status=" ws-report-status
           end-if.

      * run-control ledger - start and end of the step
       record-run-start.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.

       record-run-end.
           move 'E' to ws-runctl-function.
           move return-code to ws-runctl-rc.
           move ws-file-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
