       identification division.
       program-id. benefit-extract.
       author Gonzo.
      * monthly benefit carrier extract and invoice
      * reconciliation. The medical, dental and pension carriers
      * are sent one feed per benefit deduction code instead of
      * a hand-built list, and what each carrier invoices is
      * checked line by line against what the pay runs took.
      *
      * SYSIN card 1 is the extract month YYYYMM (zeros = this
      * month); each card after it is one benefit deduction
      * code in columns 1-4 and the carrier's name in 6-25, up
      * to 10 codes, ended by a card reading END (or the end of
      * the input).
      *
      * For each code the deduction master gives who is
      * enrolled, the person master their name, department and
      * status, and the coverage ledger (bencov) when their
      * cover started and stopped:
      *   - the start is the date the deduction's ADD was
      *     applied on the audit log, the first day of the first
      *     extract month when the log no longer holds it;
      *   - a terminated employee's cover stops on the TERM
      *     date on the audit log (the person status date
      *     without one), a deduction no longer on the master
      *     stops on the DELETE date;
      *   - an employee new to the ledger since the last extract
      *     is reported as an add 'A', a stop as a termination
      *     'T', once, in the month it is found. The first
      *     extract of a code reports everybody as continuing.
      * The audit log is read from the code's last extract on
      * (the one before it when the same month is run again),
      * and an add or stop with no audit entry in that stretch
      * is still reported but counted as untraced (RC=4) - the
      * change went round the dual control or the log has been
      * archived.
      *
      * The amount deducted in the month is the sum of the
      * code's entries on the month's pay results (payrslt,
      * every generation kept). Only a generation that ends in
      * its trailer is counted; a failed run's partial file is
      * left out and counted (RC=4).
      *
      * The carriers' invoices (carrinv) are then matched by
      * code and employee and every difference is listed: billed
      * but nothing deducted, deducted but not billed, a
      * different amount, billed for someone whose cover stopped
      * before the month, billed for someone never enrolled.
      * Any difference, or a missing invoice file, ends the run
      * RC=4. The ledger's control row for each code is moved on
      * to this month only when the run ends below RC=8.
      *
      * Invoice file record layout (24 bytes):
      *   deduction code x(4) + employee-id x(6)
      *   + invoice month 9(6) YYYYMM + billed amount 9(8)
       environment division.
       input-output section.
       file-control.
           select deduction-file assign to dedmast
           organization is indexed
           access mode is dynamic
           record key is ded-key
           file status is ws-deduction-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select coverage-file assign to bencov
           organization is indexed
           access mode is dynamic
           record key is bc-key
           file status is ws-coverage-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select invoice-file assign to carrinv
           organization is line sequential
           file status is ws-invoice-status.
           select extract-file assign to carrext
           organization is sequential
           file status is ws-extract-status.
           select report-file assign to benrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd deduction-file.
           copy "deduction-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd coverage-file.
           copy "benefit-coverage-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd pay-result-file.
           copy "pay-result-record.cpy".
       fd invoice-file.
       01 invoice-record.
           05 ci-ded-code pic x(4).
           05 ci-employee-id pic x(6).
           05 ci-month pic 9(6).
           05 ci-amount pic 9(8).
       fd extract-file.
           copy "carrier-extract-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-deduction-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-coverage-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-invoice-status pic xx value '00'.
       01 ws-extract-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-deduction-eof-flag pic x value 'N'.
           88 deduction-eof value 'Y'.
       01 ws-coverage-eof-flag pic x value 'N'.
           88 coverage-eof value 'Y'.
       01 ws-audit-eof-flag pic x value 'N'.
           88 audit-eof value 'Y'.
       01 ws-payrslt-eof-flag pic x value 'N'.
           88 payrslt-eof value 'Y'.
       01 ws-invoice-eof-flag pic x value 'N'.
           88 invoice-eof value 'Y'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-invoice-open pic x value 'N'.
           88 invoice-open value 'Y'.
      * the run
       01 ws-run-stamp pic 9(14).
       01 ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-extract-month pic 9(6) value zeros.
       01 ws-extract-month-x redefines ws-extract-month.
           05 ws-extract-year pic 9(4).
           05 ws-extract-mm pic 99.
       01 ws-month-first pic 9(8).
       01 ws-code-card.
           05 cc-code pic x(4).
           05 filler pic x.
           05 cc-carrier-name pic x(20).
           05 filler pic x(55).
      * the benefit codes of the run and their control rows
       01 ws-code-count pic 99 value zeros.
       01 ws-code-idx pic 99.
       01 benefit-code-table.
           05 benefit-code-entry occurs 10 times.
               10 bt-code pic x(4).
               10 bt-carrier-name pic x(20).
               10 bt-since-stamp pic 9(14).
               10 bt-initial pic x.
                   88 bt-initial-extract value 'Y'.
               10 bt-control-found pic x.
                   88 bt-has-control value 'Y'.
               10 bt-count pic 9(6).
               10 bt-adds pic 9(6).
               10 bt-terms pic 9(6).
               10 bt-deducted-total pic 9(12).
               10 bt-month-deducted pic 9(12).
               10 bt-billed-total pic 9(12).
               10 bt-difference-count pic 9(6).
       01 ws-code pic x(4).
       01 ws-code-found pic x value 'N'.
           88 code-found value 'Y'.
      * latest audit entry per employee, code and action -
      * A = deduction ADD applied, D = deduction DELETE applied
      * (both keyed employee-id + code), T = person TERM
       01 ws-event-count pic 9(4) value zeros.
       01 ws-event-idx pic 9(4).
       01 ws-event-max pic 9(4) value 3000.
       01 audit-event-table.
           05 audit-event-entry occurs 3000 times.
               10 ev-employee-id pic x(6).
               10 ev-code pic x(4).
               10 ev-action pic x.
               10 ev-stamp pic 9(14).
       01 ws-event-employee-id pic x(6).
       01 ws-event-code pic x(4).
       01 ws-event-action pic x.
       01 ws-event-stamp pic 9(14).
       01 ws-event-found pic x value 'N'.
           88 event-found value 'Y'.
       01 ws-audit-stamp pic 9(14).
      * deducted and billed per code and employee, in key order
       01 ws-amount-count pic 9(4) value zeros.
       01 ws-amount-idx pic 9(4).
       01 ws-shift-idx pic 9(4).
       01 ws-amount-max pic 9(4) value 5000.
       01 amount-table.
           05 amount-entry occurs 5000 times.
               10 am-key.
                   15 am-code pic x(4).
                   15 am-employee-id pic x(6).
               10 am-deducted pic 9(8).
               10 am-pending pic 9(8).
               10 am-billed pic 9(8).
               10 am-billed-flag pic x.
                   88 am-was-billed value 'Y'.
       01 ws-amount-key.
           05 ws-amount-code pic x(4).
           05 ws-amount-employee-id pic x(6).
      * pay result generations
       01 ws-result-idx pic 99.
       01 ws-last-result-id pic x(6) value spaces.
       01 ws-last-result-date pic 9(8) value zeros.
       01 ws-generation-open pic x value 'N'.
           88 generation-open value 'Y'.
       01 ws-month-run-count pic 9(4) value zeros.
       01 ws-incomplete-count pic 9(4) value zeros.
      * the employee in hand
       01 ws-employee-id pic x(6).
       01 ws-employee-name pic x(30).
       01 ws-employee-dept pic x(4).
       01 ws-employee-status pic x.
           88 employee-terminated value 'T'.
       01 ws-employee-status-date pic 9(8).
       01 ws-deducted pic 9(8).
       01 ws-change pic x.
       01 ws-new-row pic x value 'N'.
           88 new-row value 'Y'.
       01 ws-report-detail pic x value 'N'.
           88 report-detail value 'Y'.
      * run totals
       01 ws-untraced-count pic 9(6) value zeros.
       01 ws-invoice-ignored pic 9(6) value zeros.
       01 ws-invoice-rejected pic 9(6) value zeros.
       01 ws-invoice-count pic 9(6) value zeros.
       01 ws-total-deducted pic 9(12) value zeros.
       01 ws-total-billed pic 9(12) value zeros.
       01 ws-total-differences pic 9(6) value zeros.
       01 ws-difference pic s9(9).
       01 ws-reason pic x(24).

       01 hl-title.
           05 filler pic x(18) value spaces.
           05 filler pic x(44)
               value 'BENEFIT CARRIER EXTRACT AND RECONCILIATION'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(17) value '   Extract month '.
           05 hl-month pic 9(6).
       01 hl-code-title.
           05 filler pic x(5) value 'Code '.
           05 hl-code pic x(4).
           05 filler pic x(2) value spaces.
           05 hl-carrier-name pic x(20).
           05 filler pic x(15) value '   Since audit '.
           05 hl-since pic x(14).
       01 hl-detail-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(9) value ' Deducted'.
           05 filler pic x(9) value '   Billed'.
           05 filler pic x(10) value '     Diff'.
           05 filler pic x(24) value ' Difference'.
       01 dl-detail-line.
           05 dl-employee-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-name pic x(20).
           05 filler pic x(1) value space.
           05 dl-deducted pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-billed pic z(7)9.
           05 filler pic x(1) value space.
           05 dl-difference pic -(8)9.
           05 filler pic x(1) value space.
           05 dl-reason pic x(24).
       01 tl-count-line.
           05 tl-count-label pic x(40).
           05 tl-count pic zzzzz9.
       01 tl-amount-line.
           05 tl-amount-label pic x(40).
           05 tl-amount pic -(11)9.
       procedure division.
       aa-start.
           move function current-date(1:14) to ws-run-stamp.
           move ws-run-stamp(1:8) to ws-run-date.
           move ws-run-date(5:2) to ws-run-date-display(1:2).
           move '/' to ws-run-date-display(3:1).
           move ws-run-date(7:2) to ws-run-date-display(4:2).
           move '/' to ws-run-date-display(6:1).
           move ws-run-date(1:4) to ws-run-date-display(7:4).
           display "Extract month (YYYYMM, zeros = this month): "
           accept ws-extract-month.
           if ws-extract-month = 0
               move ws-run-date(1:6) to ws-extract-month
           end-if.
           if ws-extract-mm < 1 or ws-extract-mm > 12
               display "ERROR: extract month " ws-extract-month
                   " is not a valid month."
               move 8 to return-code
               go to zz-end
           end-if.
           compute ws-month-first = ws-extract-month * 100 + 1.
           perform load-benefit-codes.
           if ws-code-count = 0
               display "ERROR: no benefit deduction codes given."
               move 8 to return-code
               go to zz-end
           end-if.
           open i-o coverage-file.
           if ws-coverage-status = '35'
               open output coverage-file
               close coverage-file
               open i-o coverage-file
           end-if.
           if ws-coverage-status not = '00'
               display "ERROR opening benefit coverage ledger, "
                   "status=" ws-coverage-status
               move 8 to return-code
               go to zz-end
           end-if.
           perform load-extract-controls.
           if return-code >= 8
               close coverage-file
               go to zz-end
           end-if.
           perform load-audit-events.
           perform load-month-deductions.
           if return-code >= 8
               close coverage-file
               go to zz-end
           end-if.
           open input deduction-file.
           if ws-deduction-status not = '00'
               display "ERROR opening deductions master, status="
                   ws-deduction-status
               move 8 to return-code
               close coverage-file
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           else
               display "ERROR opening person master, status="
                   ws-person-status
               move 8 to return-code
               close deduction-file
               close coverage-file
               go to zz-end
           end-if.
           open output extract-file.
           if ws-extract-status not = '00'
               display "ERROR opening carrier extract, status="
                   ws-extract-status
               move 8 to return-code
               close deduction-file
               close person-file
               close coverage-file
               go to zz-end
           end-if.
           move zeros to ws-code-idx.
       bb-next-code.
           add 1 to ws-code-idx.
           if ws-code-idx > ws-code-count
               go to cc-end
           end-if.
           perform extract-one-code.
           go to bb-next-code.
       cc-end.
           close deduction-file.
           close extract-file.
           perform load-carrier-invoices.
           perform print-reconciliation.
           close person-file.
           if return-code >= 8
               display "Benefit extract FAILED - control rows not "
                   "moved on, rerun the month."
               close coverage-file
               go to zz-end
           end-if.
           perform save-extract-controls.
           close coverage-file.
           if ws-untraced-count > 0
               if return-code < 4
                   move 4 to return-code
               end-if
               display "WARNING: " ws-untraced-count
                   " adds/stops with no audit log entry since the "
                   "last extract."
           end-if.
           if ws-incomplete-count > 0
               if return-code < 4
                   move 4 to return-code
               end-if
               display "WARNING: " ws-incomplete-count
                   " pay result generations without a trailer "
                   "left out."
           end-if.
           if ws-total-differences > 0 or not invoice-open
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           display "Benefit extract " ws-extract-month ": "
               ws-code-count " codes, deducted " ws-total-deducted
               ", billed " ws-total-billed ", "
               ws-total-differences " differences.".
       zz-end.
           stop run.

      *****************************************************
      * the code cards - one per benefit deduction code,
      * ended by END or the end of the input
      *****************************************************
       load-benefit-codes.
           move spaces to ws-code-card.
           display "Benefit code and carrier name (END to finish): "
           accept ws-code-card.
           perform until ws-code-card = spaces
                   or cc-code = 'END'
               if ws-code-count = 10
                   display "WARNING: more than 10 benefit codes - "
                       cc-code " and after ignored."
                   move 4 to return-code
                   move spaces to ws-code-card
               else
                   add 1 to ws-code-count
                   move cc-code to bt-code(ws-code-count)
                   move cc-carrier-name
                       to bt-carrier-name(ws-code-count)
                   move zeros to bt-since-stamp(ws-code-count)
                   move 'N' to bt-initial(ws-code-count)
                   move 'N' to bt-control-found(ws-code-count)
                   move zeros to bt-count(ws-code-count)
                       bt-adds(ws-code-count)
                       bt-terms(ws-code-count)
                       bt-deducted-total(ws-code-count)
                       bt-month-deducted(ws-code-count)
                       bt-billed-total(ws-code-count)
                       bt-difference-count(ws-code-count)
                   move spaces to ws-code-card
                   display "Benefit code and carrier name (END to "
                       "finish): "
                   accept ws-code-card
               end-if
           end-perform.

      *****************************************************
      * each code's control row says where the audit log was
      * last read up to. A month before the last extract is
      * refused; the same month again reads from the extract
      * before it.
      *****************************************************
       load-extract-controls.
           perform varying ws-code-idx from 1 by 1
                   until ws-code-idx > ws-code-count
               move bt-code(ws-code-idx) to bc-ded-code
               move spaces to bc-employee-id
               read coverage-file
                   invalid key
                       move 'Y' to bt-initial(ws-code-idx)
                   not invalid key
                       move 'Y' to bt-control-found(ws-code-idx)
                       perform take-extract-control
               end-read
           end-perform.

       take-extract-control.
           if ws-extract-month < bcc-last-month
               display "ERROR: code " bt-code(ws-code-idx)
                   " was last extracted for " bcc-last-month
                   " - " ws-extract-month " refused."
               move 8 to return-code
           else
               if ws-extract-month = bcc-last-month
                   move bcc-prior-stamp to bt-since-stamp(ws-code-idx)
                   if bcc-prior-month = 0
                       move 'Y' to bt-initial(ws-code-idx)
                   end-if
               else
                   move bcc-last-stamp to bt-since-stamp(ws-code-idx)
               end-if
           end-if.

      *****************************************************
      * the audit log, oldest first - the latest applied
      * ADD/DELETE of each employee's benefit deduction and
      * the latest TERM of each employee are kept
      *****************************************************
       load-audit-events.
           open input audit-log-file.
           if ws-audit-status = '35'
               display "WARNING: no audit log - cover dates fall "
                   "back to the extract month and person status."
               move 4 to return-code
           else
               if ws-audit-status not = '00'
                   display "ERROR opening audit log, status="
                       ws-audit-status
                   move 8 to return-code
               else
                   perform until audit-eof
                       read audit-log-file
                           at end
                               set audit-eof to true
                           not at end
                               perform take-audit-entry
                       end-read
                   end-perform
                   close audit-log-file
               end-if
           end-if.

       take-audit-entry.
           move spaces to ws-event-action.
           if audit-file-name = "DED-MASTER"
               move audit-key(7:4) to ws-code
               perform find-benefit-code
               if code-found
                   if audit-action = "ADD"
                       move 'A' to ws-event-action
                   end-if
                   if audit-action = "DELETE"
                       move 'D' to ws-event-action
                   end-if
               end-if
               move audit-key(1:6) to ws-event-employee-id
               move ws-code to ws-event-code
           end-if.
           if audit-file-name = "PERSON-FILE"
                   and audit-action = "TERM"
               move 'T' to ws-event-action
               move audit-key(1:6) to ws-event-employee-id
               move spaces to ws-event-code
           end-if.
           if ws-event-action not = spaces
               move audit-timestamp to ws-audit-stamp
               perform find-audit-event
               if event-found
                   move ws-audit-stamp to ev-stamp(ws-event-idx)
               else
                   if ws-event-count < ws-event-max
                       add 1 to ws-event-count
                       move ws-event-employee-id
                           to ev-employee-id(ws-event-count)
                       move ws-event-code to ev-code(ws-event-count)
                       move ws-event-action
                           to ev-action(ws-event-count)
                       move ws-audit-stamp to ev-stamp(ws-event-count)
                   else
                       display "ERROR: more than " ws-event-max
                           " benefit audit entries - table full."
                       move 8 to return-code
                   end-if
               end-if
           end-if.

       find-audit-event.
           move 'N' to ws-event-found.
           move zeros to ws-event-stamp.
           perform varying ws-event-idx from 1 by 1
                   until ws-event-idx > ws-event-count
                   or event-found
               if ev-employee-id(ws-event-idx) = ws-event-employee-id
                       and ev-code(ws-event-idx) = ws-event-code
                       and ev-action(ws-event-idx) = ws-event-action
                   set event-found to true
                   move ev-stamp(ws-event-idx) to ws-event-stamp
               end-if
           end-perform.
           if event-found
               subtract 1 from ws-event-idx
           end-if.

       find-benefit-code.
           move 'N' to ws-code-found.
           perform varying ws-code-idx from 1 by 1
                   until ws-code-idx > ws-code-count
                   or code-found
               if bt-code(ws-code-idx) = ws-code
                   set code-found to true
               end-if
           end-perform.
           if code-found
               subtract 1 from ws-code-idx
           end-if.

      *****************************************************
      * the month's pay results - every generation kept is
      * read in turn. A generation's entries are held as
      * pending until its trailer is read; a generation that
      * ends without one (the next starts over at a lower
      * employee-id or another run date, or the input ends)
      * is dropped.
      *****************************************************
       load-month-deductions.
           open input pay-result-file.
           if ws-payrslt-status not = '00'
               display "ERROR opening pay results, status="
                   ws-payrslt-status
               move 8 to return-code
           else
               perform until payrslt-eof or return-code >= 8
                   read pay-result-file
                       at end
                           set payrslt-eof to true
                       not at end
                           perform take-pay-result
                   end-read
               end-perform
               if generation-open
                   perform drop-pending-amounts
               end-if
               close pay-result-file
               display "Pay runs in " ws-extract-month ": "
                   ws-month-run-count
           end-if.

       take-pay-result.
           if pr-trailer
               if generation-open
                   perform commit-pending-amounts
               end-if
               if pr-trailer-run-date(1:6) = ws-extract-month
                   add 1 to ws-month-run-count
               end-if
               move spaces to ws-last-result-id
               move zeros to ws-last-result-date
           else
               if generation-open
                   if pr-employee-id not > ws-last-result-id
                           or pr-run-date not = ws-last-result-date
                       perform drop-pending-amounts
                   end-if
               end-if
               move 'Y' to ws-generation-open
               move pr-employee-id to ws-last-result-id
               move pr-run-date to ws-last-result-date
               if pr-run-date(1:6) = ws-extract-month
                   perform varying ws-result-idx from 1 by 1
                           until ws-result-idx > pr-deduction-count
                           or ws-result-idx > 20
                       move pr-deduction-code(ws-result-idx)
                           to ws-code
                       perform find-benefit-code
                       if code-found
                           move ws-code to ws-amount-code
                           move pr-employee-id
                               to ws-amount-employee-id
                           perform find-amount-entry
                           if ws-amount-idx > 0
                               add pr-deduction-amount(ws-result-idx)
                                   to am-pending(ws-amount-idx)
                           end-if
                       end-if
                   end-perform
               end-if
           end-if.

       commit-pending-amounts.
           perform varying ws-amount-idx from 1 by 1
                   until ws-amount-idx > ws-amount-count
               add am-pending(ws-amount-idx)
                   to am-deducted(ws-amount-idx)
               move zeros to am-pending(ws-amount-idx)
           end-perform.
           move 'N' to ws-generation-open.

       drop-pending-amounts.
           perform varying ws-amount-idx from 1 by 1
                   until ws-amount-idx > ws-amount-count
               move zeros to am-pending(ws-amount-idx)
           end-perform.
           move 'N' to ws-generation-open.
           add 1 to ws-incomplete-count.
           display "WARNING: pay result generation for "
               ws-last-result-date " has no trailer - left out.".

      *****************************************************
      * finds WS-AMOUNT-KEY in the amount table, adding it
      * in key order when it is not there. WS-AMOUNT-IDX is
      * zero when the table is full.
      *****************************************************
       find-amount-entry.
           perform varying ws-amount-idx from 1 by 1
                   until ws-amount-idx > ws-amount-count
                   or am-key(ws-amount-idx) not < ws-amount-key
               continue
           end-perform.
           if ws-amount-idx > ws-amount-count
                   or am-key(ws-amount-idx) not = ws-amount-key
               if ws-amount-count = ws-amount-max
                   display "ERROR: more than " ws-amount-max
                       " benefit amounts - table full."
                   move 8 to return-code
                   move zeros to ws-amount-idx
               else
                   perform varying ws-shift-idx from ws-amount-count
                           by -1 until ws-shift-idx < ws-amount-idx
                       move amount-entry(ws-shift-idx)
                           to amount-entry(ws-shift-idx + 1)
                   end-perform
                   add 1 to ws-amount-count
                   move ws-amount-key to am-key(ws-amount-idx)
                   move zeros to am-deducted(ws-amount-idx)
                       am-pending(ws-amount-idx)
                       am-billed(ws-amount-idx)
                   move 'N' to am-billed-flag(ws-amount-idx)
               end-if
           end-if.

       find-amount-deducted.
           move zeros to ws-deducted.
           perform varying ws-amount-idx from 1 by 1
                   until ws-amount-idx > ws-amount-count
               if am-key(ws-amount-idx) = ws-amount-key
                   move am-deducted(ws-amount-idx) to ws-deducted
               end-if
           end-perform.

      *****************************************************
      * one code's feed: a header, everyone enrolled on the
      * deduction master, everyone on the ledger whose cover
      * the master no longer shows, and the trailer
      *****************************************************
       extract-one-code.
           move bt-code(ws-code-idx) to ws-code.
           move spaces to carrier-extract-record.
           move 'H' to ce-record-type.
           move ws-code to ce-ded-code.
           move bt-carrier-name(ws-code-idx) to ceh-carrier-name.
           move ws-extract-month to ceh-month.
           move ws-run-date to ceh-run-date.
           perform write-extract-record.
           move 'N' to ws-deduction-eof-flag.
           move low-values to ded-key.
           start deduction-file key is not less than ded-key
               invalid key
                   set deduction-eof to true
           end-start.
           perform until deduction-eof or return-code >= 8
               read deduction-file next record
                   at end
                       set deduction-eof to true
                   not at end
                       if ded-code = ws-code
                           perform report-enrolled-employee
                       end-if
               end-read
           end-perform.
           move 'N' to ws-coverage-eof-flag.
           move ws-code to bc-ded-code.
           move spaces to bc-employee-id.
           start coverage-file key is greater than bc-key
               invalid key
                   set coverage-eof to true
           end-start.
           perform until coverage-eof or return-code >= 8
               read coverage-file next record
                   at end
                       set coverage-eof to true
                   not at end
                       if bc-ded-code not = ws-code
                           set coverage-eof to true
                       else
                           if bc-last-stamp not = ws-run-stamp
                               perform report-stopped-cover
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to carrier-extract-record.
           move 'T' to ce-record-type.
           move ws-code to ce-ded-code.
           move bt-count(ws-code-idx) to cet-count.
           move bt-adds(ws-code-idx) to cet-adds.
           move bt-terms(ws-code-idx) to cet-terms.
           move bt-deducted-total(ws-code-idx) to cet-deducted-total.
           perform write-extract-record.

      *****************************************************
      * an employee the deduction master shows enrolled -
      * opened on the ledger when new (or enrolled again after
      * a stop), stopped when the person has been terminated
      *****************************************************
       report-enrolled-employee.
           move ded-employee-id to ws-employee-id.
           perform read-employee.
           move ws-code to bc-ded-code.
           move ws-employee-id to bc-employee-id.
           move 'N' to ws-new-row.
           read coverage-file
               invalid key
                   set new-row to true
           end-read.
           move ws-employee-id to ws-event-employee-id.
           move ws-code to ws-event-code.
           move 'A' to ws-event-action.
           perform find-audit-event.
           if new-row
               move spaces to benefit-coverage-record
               move ws-code to bc-ded-code
               move ws-employee-id to bc-employee-id
               perform open-coverage
           else
               if bc-coverage-stop > 0
                       and event-found
                       and ws-event-stamp > bt-since-stamp(ws-code-idx)
                       and ws-event-stamp(1:8) >= bc-coverage-stop
                   perform open-coverage
               end-if
           end-if.
           if employee-terminated and bc-coverage-stop = 0
               move ws-employee-id to ws-event-employee-id
               move spaces to ws-event-code
               move 'T' to ws-event-action
               perform find-audit-event
               if event-found
                       and ws-event-stamp(1:8) >= bc-coverage-start
                   move ws-event-stamp(1:8) to bc-coverage-stop
                   if ws-event-stamp not > bt-since-stamp(ws-code-idx)
                       perform count-untraced
                   end-if
               else
                   move ws-employee-status-date to bc-coverage-stop
                   perform count-untraced
               end-if
               move 'T' to bc-stop-reason
               move ws-extract-month to bc-stop-month
           end-if.
           move ws-run-stamp to bc-last-stamp.
           if new-row
               write benefit-coverage-record
                   invalid key
                       display "ERROR writing coverage ledger for "
                           ws-employee-id ", status="
                           ws-coverage-status
                       move 8 to return-code
               end-write
           else
               rewrite benefit-coverage-record
                   invalid key
                       display "ERROR rewriting coverage ledger for "
                           ws-employee-id ", status="
                           ws-coverage-status
                       move 8 to return-code
               end-rewrite
           end-if.
           perform report-coverage-row.

      *****************************************************
      * opens cover from the deduction's ADD on the audit log
      *****************************************************
       open-coverage.
           if event-found
               move ws-event-stamp(1:8) to bc-coverage-start
               if ws-event-stamp not > bt-since-stamp(ws-code-idx)
                   perform count-untraced
               end-if
           else
               move ws-month-first to bc-coverage-start
               perform count-untraced
           end-if.
           move zeros to bc-coverage-stop.
           move space to bc-stop-reason.
           move ws-extract-month to bc-first-month.
           move zeros to bc-stop-month.

      *****************************************************
      * a ledger row the deduction master no longer shows -
      * the cover stops on the deduction's DELETE
      *****************************************************
       report-stopped-cover.
           move bc-employee-id to ws-employee-id.
           if bc-coverage-stop = 0
               move ws-employee-id to ws-event-employee-id
               move ws-code to ws-event-code
               move 'D' to ws-event-action
               perform find-audit-event
               if event-found
                   move ws-event-stamp(1:8) to bc-coverage-stop
                   if ws-event-stamp not > bt-since-stamp(ws-code-idx)
                       perform count-untraced
                   end-if
               else
                   move ws-run-date to bc-coverage-stop
                   perform count-untraced
               end-if
               move 'D' to bc-stop-reason
               move ws-extract-month to bc-stop-month
               rewrite benefit-coverage-record
                   invalid key
                       display "ERROR rewriting coverage ledger for "
                           ws-employee-id ", status="
                           ws-coverage-status
                       move 8 to return-code
               end-rewrite
           end-if.
           if bc-stop-month = ws-extract-month
               perform read-employee
               perform report-coverage-row
           end-if.

      *****************************************************
      * the extract detail for the ledger row in hand - a
      * cover that stopped in an earlier extract month has
      * already been reported and is left off
      *****************************************************
       report-coverage-row.
           move 'Y' to ws-report-detail.
           move space to ws-change.
           if bc-coverage-stop > 0
               if bc-stop-month = ws-extract-month
                   move 'T' to ws-change
                   add 1 to bt-terms(ws-code-idx)
               else
                   move 'N' to ws-report-detail
               end-if
           else
               if bc-first-month = ws-extract-month
                       and not bt-initial-extract(ws-code-idx)
                   move 'A' to ws-change
                   add 1 to bt-adds(ws-code-idx)
               end-if
           end-if.
           if report-detail
               move ws-code to ws-amount-code
               move ws-employee-id to ws-amount-employee-id
               perform find-amount-deducted
               move spaces to carrier-extract-record
               move 'D' to ce-record-type
               move ws-code to ce-ded-code
               move ws-employee-id to ce-employee-id
               move ws-employee-name to ce-employee-name
               move ws-employee-dept to ce-dept
               move bc-coverage-start to ce-coverage-start
               move bc-coverage-stop to ce-coverage-stop
               move ws-change to ce-change
               move ws-deducted to ce-deducted
               move ws-extract-month to ce-month
               perform write-extract-record
               add 1 to bt-count(ws-code-idx)
               add ws-deducted to bt-deducted-total(ws-code-idx)
           end-if.

      *****************************************************
      * the first extract of a code has no last extract to
      * trace its adds and stops from
      *****************************************************
       count-untraced.
           if not bt-initial-extract(ws-code-idx)
               add 1 to ws-untraced-count
           end-if.

       read-employee.
           move ws-employee-id to employee-id of person-record.
           read person-file
               invalid key
                   move "*** NOT ON PERSON MASTER ***"
                       to ws-employee-name
                   move spaces to ws-employee-dept
                   move space to ws-employee-status
                   move zeros to ws-employee-status-date
               not invalid key
                   move person-name to ws-employee-name
                   move person-dept to ws-employee-dept
                   move person-status to ws-employee-status
                   move person-status-date to ws-employee-status-date
           end-read.

       write-extract-record.
           write carrier-extract-record.
           if ws-extract-status not = '00'
               display "ERROR writing carrier extract, status="
                   ws-extract-status
               move 8 to return-code
           end-if.

      *****************************************************
      * the carriers' invoice lines for the month, added to
      * the amount table beside what was deducted
      *****************************************************
       load-carrier-invoices.
           open input invoice-file.
           if ws-invoice-status = '35'
               display "WARNING: no carrier invoice file - nothing "
                   "to reconcile."
               if return-code < 4
                   move 4 to return-code
               end-if
           else
               if ws-invoice-status not = '00'
                   display "ERROR opening carrier invoices, status="
                       ws-invoice-status
                   move 8 to return-code
               else
                   set invoice-open to true
                   perform until invoice-eof or return-code >= 8
                       read invoice-file
                           at end
                               set invoice-eof to true
                           not at end
                               perform take-invoice-line
                       end-read
                   end-perform
                   close invoice-file
               end-if
           end-if.

       take-invoice-line.
           if ci-month not numeric or ci-amount not numeric
               display "Invoice line rejected - not numeric: "
                   invoice-record
               add 1 to ws-invoice-rejected
           else
               move ci-ded-code to ws-code
               perform find-benefit-code
               if ci-month not = ws-extract-month or not code-found
                   add 1 to ws-invoice-ignored
               else
                   add 1 to ws-invoice-count
                   move ci-ded-code to ws-amount-code
                   move ci-employee-id to ws-amount-employee-id
                   perform find-amount-entry
                   if ws-amount-idx > 0
                       add ci-amount to am-billed(ws-amount-idx)
                       move 'Y' to am-billed-flag(ws-amount-idx)
                   end-if
               end-if
           end-if.

      *****************************************************
      * the reconciliation report - each code's feed totals
      * and every employee where the carrier's bill and the
      * deduction disagree
      *****************************************************
       print-reconciliation.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening benefit report, status="
                   ws-report-status
               move 8 to return-code
           else
               move hl-title to report-line
               perform write-report-line
               move ws-run-date-display to hl-date-value
               move ws-extract-month to hl-month
               move hl-run-date to report-line
               perform write-report-line
               perform varying ws-code-idx from 1 by 1
                       until ws-code-idx > ws-code-count
                   perform print-code-reconciliation
               end-perform
               perform print-run-totals
               close report-file
           end-if.

       print-code-reconciliation.
           move bt-code(ws-code-idx) to ws-code.
           move spaces to report-line.
           perform write-report-line.
           move ws-code to hl-code.
           move bt-carrier-name(ws-code-idx) to hl-carrier-name.
           if bt-initial-extract(ws-code-idx)
               move "first extract" to hl-since
           else
               move bt-since-stamp(ws-code-idx) to hl-since
           end-if.
           move hl-code-title to report-line.
           perform write-report-line.
           move "Employees on extract: " to tl-count-label.
           move bt-count(ws-code-idx) to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Adds since last extract: " to tl-count-label.
           move bt-adds(ws-code-idx) to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Terminations since last extract: "
               to tl-count-label.
           move bt-terms(ws-code-idx) to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           if invoice-open
               move hl-detail-headers to report-line
           else
               move "No carrier invoice file - not reconciled."
                   to report-line
           end-if.
           perform write-report-line.
           perform varying ws-amount-idx from 1 by 1
                   until ws-amount-idx > ws-amount-count
               if am-code(ws-amount-idx) = ws-code
                   perform reconcile-one-employee
               end-if
           end-perform.
           move "Deducted on the extract: " to tl-amount-label.
           move bt-deducted-total(ws-code-idx) to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Deducted in the month: " to tl-amount-label.
           move bt-month-deducted(ws-code-idx) to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Billed by the carrier: " to tl-amount-label.
           move bt-billed-total(ws-code-idx) to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Differences: " to tl-count-label.
           move bt-difference-count(ws-code-idx) to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.

       reconcile-one-employee.
           add am-deducted(ws-amount-idx) to ws-total-deducted.
           add am-deducted(ws-amount-idx)
               to bt-month-deducted(ws-code-idx).
           add am-billed(ws-amount-idx) to ws-total-billed.
           add am-billed(ws-amount-idx)
               to bt-billed-total(ws-code-idx).
           compute ws-difference = am-billed(ws-amount-idx)
               - am-deducted(ws-amount-idx).
           move spaces to ws-reason.
           if invoice-open
               perform classify-difference
           end-if.
           if ws-reason not = spaces
               add 1 to bt-difference-count(ws-code-idx)
               add 1 to ws-total-differences
               move am-employee-id(ws-amount-idx) to ws-employee-id
               perform read-employee
               move ws-employee-id to dl-employee-id
               move ws-employee-name to dl-name
               move am-deducted(ws-amount-idx) to dl-deducted
               move am-billed(ws-amount-idx) to dl-billed
               move ws-difference to dl-difference
               move ws-reason to dl-reason
               move dl-detail-line to report-line
               perform write-report-line
           end-if.

      *****************************************************
      * the reason the carrier's bill and the deduction
      * disagree, spaces when they agree
      *****************************************************
       classify-difference.
           if not am-was-billed(ws-amount-idx)
               if am-deducted(ws-amount-idx) > 0
                   move "DEDUCTED, NOT BILLED" to ws-reason
               end-if
           else
               move ws-code to bc-ded-code
               move am-employee-id(ws-amount-idx) to bc-employee-id
               read coverage-file
                   invalid key
                       move "BILLED, NEVER ENROLLED" to ws-reason
                   not invalid key
                       if bc-coverage-stop > 0
                               and bc-coverage-stop < ws-month-first
                           move "BILLED AFTER COVER STOP" to ws-reason
                       end-if
               end-read
               if ws-reason = spaces
                   if am-deducted(ws-amount-idx) = 0
                       move "BILLED, NOT DEDUCTED" to ws-reason
                   else
                       if ws-difference not = 0
                           move "AMOUNT DIFFERS" to ws-reason
                       end-if
                   end-if
               end-if
           end-if.

       print-run-totals.
           move spaces to report-line.
           perform write-report-line.
           move "Pay runs in the month: " to tl-count-label.
           move ws-month-run-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Pay result generations left out: "
               to tl-count-label.
           move ws-incomplete-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Adds/stops with no audit entry: "
               to tl-count-label.
           move ws-untraced-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Invoice lines matched: " to tl-count-label.
           move ws-invoice-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Invoice lines for other months/codes: "
               to tl-count-label.
           move ws-invoice-ignored to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Invoice lines rejected: " to tl-count-label.
           move ws-invoice-rejected to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Total deducted: " to tl-amount-label.
           move ws-total-deducted to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Total billed: " to tl-amount-label.
           move ws-total-billed to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Total differences: " to tl-count-label.
           move ws-total-differences to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           if ws-invoice-rejected > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

      *****************************************************
      * moves each code's control row on to this month - a
      * rerun of the same month keeps the extract before it
      *****************************************************
       save-extract-controls.
           perform varying ws-code-idx from 1 by 1
                   until ws-code-idx > ws-code-count
               move bt-code(ws-code-idx) to bc-ded-code
               move spaces to bc-employee-id
               if bt-has-control(ws-code-idx)
                   read coverage-file
                       invalid key
                           move 'N' to bt-control-found(ws-code-idx)
                   end-read
               end-if
               if bt-has-control(ws-code-idx)
                   if bcc-last-month not = ws-extract-month
                       move bcc-last-month to bcc-prior-month
                       move bcc-last-stamp to bcc-prior-stamp
                   end-if
                   move ws-extract-month to bcc-last-month
                   move ws-run-stamp to bcc-last-stamp
                   rewrite benefit-coverage-record
                       invalid key
                           display "ERROR rewriting extract control "
                               "for " bt-code(ws-code-idx)
                           move 8 to return-code
                   end-rewrite
               else
                   move spaces to benefit-coverage-record
                   move bt-code(ws-code-idx) to bc-ded-code
                   move ws-extract-month to bcc-last-month
                   move ws-run-stamp to bcc-last-stamp
                   move zeros to bcc-prior-month
                   move zeros to bcc-prior-stamp
                   write benefit-coverage-record
                       invalid key
                           display "ERROR writing extract control "
                               "for " bt-code(ws-code-idx)
                           move 8 to return-code
                   end-write
               end-if
           end-perform.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing benefit report, status="
                   ws-report-status
               move 8 to return-code
           end-if.
