       identification division.
       program-id. expense-edit.
       author Gonzo.
      * front-end edit for the expense reimbursement feed -
      * approved travel and expense claims stop going out as a
      * separate run of hand-written checks and are paid
      * alongside payroll, through the employee's direct-deposit
      * enrollment or the check channel. The sending system
      * brackets the feed with a header (feed date) and a
      * trailer (record count and total claimed), the same
      * control-total discipline the timesheet feed enjoys.
      * Every claim is validated: it must be approved, the
      * employee-id must pass the check digit and be on the
      * person master, the expense date must look like a date,
      * the category must be active on the expense category
      * table and the amount above zero and within the
      * category's per-claim limit, and the claim number must
      * not already have been paid off an earlier feed (the
      * paid claim history) or appear twice on this one. After
      * the trailer reconciles, the clean claims are written to
      * the night's claim file the accumulate run books, the
      * pay statements list and the bank extract pays, and
      * added to the paid claim history. Bad claims go to the
      * rejects report; an unreconciled feed writes no claims
      * and ends the stream with RC=8.
      *
      * Raw feed record layout (35 bytes):
      *   'H' + feed date 9(8)
      *   'D' + employee-id x(6) + claim number x(8)
      *       + expense date 9(8) + category x(4)
      *       + amount 9(7) + approval flag x ('A' approved)
      *   'T' + record count 9(6) + total amount 9(9)
       environment division.
       input-output section.
       file-control.
           select raw-feed-file assign to expfeed
           organization is line sequential
           file status is ws-raw-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select category-file assign to expcat
           organization is line sequential
           file status is ws-category-status.
           select claim-history-file assign to exphist
           organization is indexed
           access mode is dynamic
           record key is eh-claim-number
           file status is ws-history-status.
           select claim-file assign to expclaim
           organization is line sequential
           file status is ws-claim-status.
           select reject-report-file assign to exprej
           organization is line sequential
           file status is ws-reject-status.
       data division.
       file section.
       fd raw-feed-file.
       01 raw-feed-record.
           05 xf-record-type pic x.
           05 xf-data pic x(34).
       01 raw-feed-header redefines raw-feed-record.
           05 filler pic x.
           05 xf-feed-date pic 9(8).
           05 filler pic x(26).
       01 raw-feed-detail redefines raw-feed-record.
           05 filler pic x.
           05 xf-employee-id pic x(6).
           05 xf-claim-number pic x(8).
           05 xf-expense-date pic 9(8).
           05 xf-category-code pic x(4).
           05 xf-amount pic 9(7).
           05 xf-approval-flag pic x.
               88 xf-claim-approved value 'A'.
       01 raw-feed-trailer redefines raw-feed-record.
           05 filler pic x.
           05 xf-trailer-count pic 9(6).
           05 xf-trailer-amount pic 9(9).
           05 filler pic x(19).
       fd person-file.
           copy "person-record.cpy".
       fd category-file.
           copy "expense-category-record.cpy".
       fd claim-history-file.
           copy "expense-claim-record.cpy" replacing
               ==expense-claim-record== by ==claim-history-record==
               leading ==xc-== by ==eh-==.
       fd claim-file.
           copy "expense-claim-record.cpy".
       fd reject-report-file.
       01 reject-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'EXPEDIT'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 03.
           05 filler pic x(8) value 'EXPCLAIM'.
           05 filler pic x(8) value 'EXPREJ'.
           05 filler pic x(8) value 'EXPHIST'.
           05 filler pic x(168) value spaces.
       01 ws-raw-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-category-status pic xx value '00'.
       01 ws-history-status pic xx value '00'.
       01 ws-claim-status pic xx value '00'.
       01 ws-reject-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-header-seen pic x value 'N'.
           88 header-seen value 'Y'.
       01 ws-trailer-seen pic x value 'N'.
           88 trailer-seen value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-feed-date pic 9(8) value zeros.
       01 ws-trailer-count pic 9(6) value zeros.
       01 ws-trailer-amount pic 9(9) value zeros.
       01 ws-detail-count pic 9(6) value zeros.
       01 ws-amount-total pic 9(9) value zeros.
       01 ws-clean-count pic 9(6) value zeros.
       01 ws-reject-count pic 9(6) value zeros.
       01 ws-claim-count pic 9(6) value zeros.
       01 ws-claim-amount-total pic 9(9) value zeros.
       01 ws-chkdig-function pic x.
       01 ws-chkdig-result pic x value 'N'.
           88 feed-id-valid value 'Y'.
      * the category table, later record wins per code
       01 ws-cat-count pic 9(3) value zeros.
       01 ws-cat-idx pic 9(3).
       01 ws-cat-found pic x value 'N'.
           88 cat-found value 'Y'.
       01 category-table.
           05 category-entry occurs 100 times.
               10 ct-category-code pic x(4).
               10 ct-claim-limit pic 9(7).
               10 ct-status pic x.
      * the clean claims, held until the trailer reconciles so an
      * unreconciled feed writes nothing
       01 ws-max-claim-entries pic 9(3) value 500.
       01 ws-held-count pic 9(3) value zeros.
       01 ws-held-idx pic 9(3).
       01 ws-held-found pic x value 'N'.
           88 held-found value 'Y'.
       01 held-claim-table.
           05 held-claim-entry occurs 500 times.
               10 hc-claim-number pic x(8).
               10 hc-employee-id pic x(6).
               10 hc-category-code pic x(4).
               10 hc-expense-date pic 9(8).
               10 hc-amount pic 9(7).
       01 rj-detail-line.
           05 rj-image pic x(35).
           05 filler pic x(2) value spaces.
           05 rj-reason pic x(40).
       01 rj-count-line.
           05 rj-count-label pic x(25).
           05 rj-count pic zzzzz9.
       01 rj-amount-line.
           05 rj-amount-label pic x(25).
           05 rj-amount pic z(8)9.
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           open input raw-feed-file.
           if ws-raw-status = '35'
               display "No expense feed tonight - nothing to "
                   "process."
               go to zz-end
           end-if.
           if ws-raw-status not = '00'
               display "ERROR opening expense feed, status="
                   ws-raw-status
               move 8 to return-code
               go to zz-end
           end-if.
           open input person-file.
           if ws-person-status not = '00'
               display "ERROR opening person file, status="
                   ws-person-status
               move 8 to return-code
               go to zz-end
           end-if.
           perform load-category-table.
           if return-code not = 0
               go to zz-end
           end-if.
           open i-o claim-history-file.
           if ws-history-status = '35'
               open output claim-history-file
               close claim-history-file
               open i-o claim-history-file
           end-if.
           if ws-history-status not = '00'
               display "ERROR opening paid claim history, status="
                   ws-history-status
               move 8 to return-code
               go to zz-end
           end-if.
           open output claim-file.
           if ws-claim-status not = '00'
               display "ERROR opening expense claim file, status="
                   ws-claim-status
               move 8 to return-code
               go to zz-end
           end-if.
           open output reject-report-file.
           if ws-reject-status not = '00'
               display "ERROR opening reject report, status="
                   ws-reject-status
               move 8 to return-code
               go to zz-end
           end-if.
           set setup-ok to true.
       bb-read.
           read raw-feed-file at end go to cc-reconcile.
           if ws-raw-status not = '00'
               and ws-raw-status not = '10'
               display "ERROR reading expense feed, status="
                   ws-raw-status
               move 8 to return-code
               go to cc-reconcile
           end-if.
           evaluate xf-record-type
               when 'H'
                   perform take-feed-header
               when 'D'
                   perform edit-expense-detail
               when 'T'
                   perform take-feed-trailer
               when other
                   move "unrecognized feed record type"
                       to rj-reason
                   perform write-reject-line
           end-evaluate.
           go to bb-read.
      * the trailer must claim exactly what arrived before a
      * single claim is released for payment.
       cc-reconcile.
           if not header-seen
               display "FEED REJECTED: no header record."
               move 8 to return-code
           end-if.
           if not trailer-seen
               display "FEED REJECTED: no trailer record - feed "
                   "may be truncated."
               move 8 to return-code
           else
               if ws-trailer-count not = ws-detail-count
                   display "FEED REJECTED: trailer count="
                       ws-trailer-count " details received="
                       ws-detail-count
                   move 8 to return-code
               end-if
               if ws-trailer-amount not = ws-amount-total
                   display "FEED REJECTED: trailer amount="
                       ws-trailer-amount " computed="
                       ws-amount-total
                   move 8 to return-code
               end-if
           end-if.
           if return-code = 0
               perform release-held-claim
                   varying ws-held-idx from 1 by 1
                   until ws-held-idx > ws-held-count
           end-if.
           perform print-edit-summary.
           close raw-feed-file.
           close person-file.
           close claim-history-file.
           close claim-file.
           close reject-report-file.
           if return-code = 0
               display "Expense edit clean: " ws-clean-count
                   " claims accepted, " ws-claim-count
                   " released for payment, amount "
                   ws-claim-amount-total ", " ws-reject-count
                   " rejected."
           else
               display "Expense feed FAILED edit - stream "
                   "stopped."
           end-if.
       zz-end.
           perform record-run-end.
           stop run.

       take-feed-header.
           if header-seen
               move "duplicate header record" to rj-reason
               perform write-reject-line
           else
               set header-seen to true
               move xf-feed-date to ws-feed-date
               display "Expense feed dated " xf-feed-date "."
           end-if.

       take-feed-trailer.
           if trailer-seen
               move "duplicate trailer record" to rj-reason
               perform write-reject-line
           else
               set trailer-seen to true
               move xf-trailer-count to ws-trailer-count
               move xf-trailer-amount to ws-trailer-amount
           end-if.

      * every detail counts toward the trailer reconciliation,
      * valid or not - the sending system counted what it sent,
      * not what survived the edit.
       edit-expense-detail.
           add 1 to ws-detail-count.
           if xf-amount numeric
               add xf-amount to ws-amount-total
           end-if.
           if trailer-seen
               move "detail record after trailer" to rj-reason
               perform write-reject-line
           else
               if not xf-claim-approved
                   move "claim not approved" to rj-reason
                   perform write-reject-line
               else
                   if xf-amount not numeric or xf-amount = 0
                       move "amount not numeric or zero"
                           to rj-reason
                       perform write-reject-line
                   else
                       if xf-expense-date not numeric
                           move "expense date not numeric"
                               to rj-reason
                           perform write-reject-line
                       else
                           perform edit-expense-category
                       end-if
                   end-if
               end-if
           end-if.

       edit-expense-category.
           move 'N' to ws-cat-found.
           perform varying ws-cat-idx from 1 by 1
               until cat-found or ws-cat-idx > ws-cat-count
               if ct-category-code(ws-cat-idx) = xf-category-code
                   set cat-found to true
               end-if
           end-perform.
           if not cat-found
               move "category not on expense category table"
                   to rj-reason
               perform write-reject-line
           else
               subtract 1 from ws-cat-idx
               if ct-status(ws-cat-idx) not = 'A'
                   move "expense category inactive" to rj-reason
                   perform write-reject-line
               else
                   if ct-claim-limit(ws-cat-idx) > 0
                       and xf-amount > ct-claim-limit(ws-cat-idx)
                       move "amount over category claim limit"
                           to rj-reason
                       perform write-reject-line
                   else
                       perform edit-expense-employee
                   end-if
               end-if
           end-if.

       edit-expense-employee.
           move 'V' to ws-chkdig-function.
           call "check-digit" using ws-chkdig-function,
               xf-employee-id, ws-chkdig-result.
           if not feed-id-valid
               move "employee-id fails check digit" to rj-reason
               perform write-reject-line
           else
               move xf-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       move "employee not on person master"
                           to rj-reason
                       perform write-reject-line
                   not invalid key
                       perform edit-claim-number
               end-read
           end-if.

      * a claim already on the paid history off an earlier feed
      * was paid then; the same feed date is a rerun of tonight.
       edit-claim-number.
           if xf-claim-number = spaces
               move "claim number missing" to rj-reason
               perform write-reject-line
           else
               move 'N' to ws-held-found
               perform varying ws-held-idx from 1 by 1
                   until held-found or ws-held-idx > ws-held-count
                   if hc-claim-number(ws-held-idx)
                       = xf-claim-number
                       set held-found to true
                   end-if
               end-perform
               if held-found
                   move "claim number twice on this feed"
                       to rj-reason
                   perform write-reject-line
               else
                   move xf-claim-number to eh-claim-number
                   read claim-history-file
                       invalid key
                           perform hold-clean-claim
                       not invalid key
                           if eh-feed-date = ws-feed-date
                               perform hold-clean-claim
                           else
                               move "claim paid off an earlier feed"
                                   to rj-reason
                               perform write-reject-line
                           end-if
                   end-read
               end-if
           end-if.

       hold-clean-claim.
           if ws-held-count < ws-max-claim-entries
               add 1 to ws-held-count
               move ws-held-count to ws-held-idx
               move xf-claim-number to hc-claim-number(ws-held-idx)
               move xf-employee-id to hc-employee-id(ws-held-idx)
               move xf-category-code
                   to hc-category-code(ws-held-idx)
               move xf-expense-date to hc-expense-date(ws-held-idx)
               move xf-amount to hc-amount(ws-held-idx)
               add 1 to ws-clean-count
           else
               move "claim table full - resend split feed"
                   to rj-reason
               perform write-reject-line
           end-if.

      * the claim goes to tonight's payment file and onto the paid
      * history; a rerun of the same feed finds it there already.
       release-held-claim.
           move hc-claim-number(ws-held-idx) to xc-claim-number.
           move hc-employee-id(ws-held-idx) to xc-employee-id.
           move hc-category-code(ws-held-idx) to xc-category-code.
           move hc-expense-date(ws-held-idx) to xc-expense-date.
           move hc-amount(ws-held-idx) to xc-amount.
           move ws-feed-date to xc-feed-date.
           write expense-claim-record.
           if ws-claim-status not = '00'
               display "ERROR writing expense claim, status="
                   ws-claim-status
               move 8 to return-code
           else
               add 1 to ws-claim-count
               add xc-amount to ws-claim-amount-total
               move expense-claim-record to claim-history-record
               write claim-history-record
               if ws-history-status not = '00'
                   and ws-history-status not = '22'
                   display "ERROR writing paid claim history, "
                       "status=" ws-history-status
                   move 8 to return-code
               end-if
           end-if.

       load-category-table.
           move zeros to ws-cat-count.
           move 'N' to ws-eof-flag.
           open input category-file.
           if ws-category-status not = '00'
               display "ERROR opening expense category table, "
                   "status=" ws-category-status
               move 8 to return-code
           else
               perform until eof
                   read category-file
                       at end
                           set eof to true
                       not at end
                           perform take-category-entry
                   end-read
               end-perform
               close category-file
           end-if.

       take-category-entry.
           move 'N' to ws-cat-found.
           perform varying ws-cat-idx from 1 by 1
               until cat-found or ws-cat-idx > ws-cat-count
               if ct-category-code(ws-cat-idx) = ec-category-code
                   set cat-found to true
               end-if
           end-perform.
           if cat-found
               subtract 1 from ws-cat-idx
           else
               if ws-cat-count < 100
                   add 1 to ws-cat-count
                   move ws-cat-count to ws-cat-idx
                   set cat-found to true
               else
                   display "WARNING: category table full - "
                       ec-category-code " dropped."
               end-if
           end-if.
           if cat-found
               move ec-category-code to ct-category-code(ws-cat-idx)
               move ec-claim-limit to ct-claim-limit(ws-cat-idx)
               move ec-status to ct-status(ws-cat-idx)
           end-if.

       write-reject-line.
           add 1 to ws-reject-count.
           move raw-feed-record to rj-image.
           move rj-detail-line to reject-line.
           write reject-line.
           if ws-reject-status not = '00'
               display "ERROR writing reject line, status="
                   ws-reject-status
           end-if.

       print-edit-summary.
           move spaces to reject-line.
           write reject-line.
           move "Details received: " to rj-count-label.
           move ws-detail-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Claims accepted: " to rj-count-label.
           move ws-clean-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Claims released to pay: " to rj-count-label.
           move ws-claim-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Amount released to pay: " to rj-amount-label.
           move ws-claim-amount-total to rj-amount.
           move rj-amount-line to reject-line.
           write reject-line.
           move "Rejected: " to rj-count-label.
           move ws-reject-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.

      * run-control ledger - start and end of the step
       record-run-start.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.

       record-run-end.
           move 'E' to ws-runctl-function.
           move return-code to ws-runctl-rc.
           move ws-detail-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           move ws-runctl-rc to return-code.
