       identification division.
       program-id. commission-edit.
       author Gonzo.
      * front-end edit and commission calculation for the sales
      * system's commission feed - commissions stop being worked
      * out in a spreadsheet and keyed as 'A' adjustments nobody
      * can trace. The sending system brackets the feed with a
      * header (feed date) and a trailer (record count and total
      * credit amount), the same control-total discipline the
      * timesheet feed enjoys. Every sales credit is validated:
      * the employee-id must pass the check digit and be on the
      * person master with a commission plan, the sale date must
      * look like a date, the credit type must be a sale or a
      * return and the amount above zero. Clean credits
      * accumulate per employee; after the trailer reconciles,
      * every plan on the commission plan master is worked:
      * net sales (sales less returns) through the plan's
      * marginal tiers give the commission earned, and the draw
      * against commission is settled - a period that earns less
      * than the draw pays the draw and the shortfall is advanced
      * onto the draw balance, a period that earns more pays back
      * the outstanding balance out of the excess (never below
      * the draw). The amount due becomes one commission-source
      * bonus record (type 'B', sequence 85) the nightly sort
      * merges in ahead of the salary update, which inserts it
      * approval-pending like any other generated bonus. The
      * calculation report shows how every amount was reached,
      * tier by tier, with the draw advanced or recovered and the
      * balance carried forward. Terminated employees are paid
      * what they earned but draw no guarantee. Bad credits go
      * to the rejects report; an unreconciled feed ends the
      * stream with RC=8 before any balance is touched.
      *
      * Raw feed record layout (23 bytes):
      *   'H' + feed date 9(8)
      *   'D' + employee-id x(6) + sale date 9(8)
      *       + credit type x ('S' sale, 'R' return)
      *       + credit amount 9(7)
      *   'T' + record count 9(6) + total credit amount 9(9)
       environment division.
       input-output section.
       file-control.
           select raw-feed-file assign to commfeed
           organization is line sequential
           file status is ws-raw-status.
           select person-file assign to person
           organization is indexed
           access mode is dynamic
           record key is employee-id of person-record
           file status is ws-person-status.
           select commission-plan-file assign to commplan
           organization is indexed
           access mode is dynamic
           record key is cp-employee-id
           file status is ws-plan-status.
           select commission-feed-file assign to commadj
           organization is line sequential
           file status is ws-commadj-status.
           select reject-report-file assign to commrej
           organization is line sequential
           file status is ws-reject-status.
           select report-file assign to commrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd raw-feed-file.
       01 raw-feed-record.
           05 cf-record-type pic x.
           05 cf-data pic x(22).
       01 raw-feed-header redefines raw-feed-record.
           05 filler pic x.
           05 cf-feed-date pic 9(8).
           05 filler pic x(14).
       01 raw-feed-detail redefines raw-feed-record.
           05 filler pic x.
           05 cf-employee-id pic x(6).
           05 cf-sale-date pic 9(8).
           05 cf-credit-type pic x.
               88 cf-sale-credit value 'S'.
               88 cf-return-credit value 'R'.
           05 cf-credit-amount pic 9(7).
       01 raw-feed-trailer redefines raw-feed-record.
           05 filler pic x.
           05 cf-trailer-count pic 9(6).
           05 cf-trailer-amount pic 9(9).
           05 filler pic x(7).
       fd person-file.
           copy "person-record.cpy".
       fd commission-plan-file.
           copy "commission-plan-record.cpy".
       fd commission-feed-file.
           copy "adjustment-record.cpy".
       fd reject-report-file.
       01 reject-line pic x(80).
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
      * run-control ledger - the step brackets itself so it
      * cannot run twice for one business date unless released
       01 ws-run-step-name pic x(8) value 'COMMEDIT'.
       01 ws-runctl-function pic x.
       01 ws-runctl-rc pic 9(4) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 04.
           05 filler pic x(8) value 'COMMADJ'.
           05 filler pic x(8) value 'COMMREJ'.
           05 filler pic x(8) value 'COMMRPT'.
           05 filler pic x(8) value 'COMMPLAN'.
           05 filler pic x(160) value spaces.
       01 ws-raw-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-plan-status pic xx value '00'.
       01 ws-commadj-status pic xx value '00'.
       01 ws-reject-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-setup-ok pic x value 'N'.
           88 setup-ok value 'Y'.
       01 ws-header-seen pic x value 'N'.
           88 header-seen value 'Y'.
       01 ws-trailer-seen pic x value 'N'.
           88 trailer-seen value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-business-date pic 9(8).
       01 ws-feed-date pic 9(8) value zeros.
       01 ws-trailer-count pic 9(6) value zeros.
       01 ws-trailer-amount pic 9(9) value zeros.
       01 ws-detail-count pic 9(6) value zeros.
       01 ws-amount-total pic 9(9) value zeros.
       01 ws-clean-count pic 9(6) value zeros.
       01 ws-reject-count pic 9(6) value zeros.
       01 ws-commission-count pic 9(6) value zeros.
       01 ws-plan-count pic 9(6) value zeros.
       01 ws-skipped-count pic 9(6) value zeros.
       01 ws-chkdig-function pic x.
       01 ws-chkdig-result pic x value 'N'.
           88 feed-id-valid value 'Y'.
      * per-employee sales and returns for the period, so the
      * calculation pass works from totals and never re-reads
      * the feed.
       01 ws-emp-count pic 9(3) value zeros.
       01 ws-max-emp-entries pic 9(3) value 200.
       01 ws-emp-found pic x value 'N'.
           88 emp-found value 'Y'.
       01 ws-emp-idx pic 9(3).
       01 commission-emp-table.
           05 commission-emp-entry occurs 200 times.
               10 ce-employee-id pic x(6).
               10 ce-sales pic 9(9).
               10 ce-returns pic 9(9).
      * one plan's calculation
       01 ws-person-found pic x value 'N'.
           88 person-found value 'Y'.
       01 ws-draw-allowed pic x value 'Y'.
           88 draw-allowed value 'Y'.
       01 ws-tiers-done pic x value 'N'.
           88 tiers-done value 'Y'.
       01 ws-tier-idx pic 9.
       01 ws-sales pic 9(9).
       01 ws-returns pic 9(9).
       01 ws-net-sales pic 9(9).
       01 ws-tier-floor pic 9(9).
       01 ws-band-top pic 9(9).
       01 ws-band-amount pic 9(9).
       01 ws-tier-commission pic 9(8).
       01 ws-earned pic 9(8).
       01 ws-draw pic 9(6).
       01 ws-excess pic 9(8).
       01 ws-advance pic 9(8).
       01 ws-recovery pic 9(8).
       01 ws-paid pic 9(8).
       01 ws-balance-before pic 9(7).
       01 ws-balance-after pic 9(7).
       01 ws-max-commission pic 9(8) value 999999.
      * run totals for the foot of the calculation report
       01 ws-total-net-sales pic 9(10) value zeros.
       01 ws-total-earned pic 9(9) value zeros.
       01 ws-total-advanced pic 9(9) value zeros.
       01 ws-total-recovered pic 9(9) value zeros.
       01 ws-total-paid pic 9(9) value zeros.
       01 rj-detail-line.
           05 rj-image pic x(23).
           05 filler pic x(2) value spaces.
           05 rj-reason pic x(40).
       01 rj-count-line.
           05 rj-count-label pic x(25).
           05 rj-count pic zzzzz9.
       01 hl-title.
           05 filler pic x(18) value spaces.
           05 filler pic x(35)
               value 'SALES COMMISSION CALCULATION'.
       01 hl-date-line.
           05 filler pic x(15) value 'Business date: '.
           05 hl-date pic 9(8).
           05 filler pic x(14) value '   Feed date: '.
           05 hl-feed-date pic 9(8).
       01 dl-plan-line.
           05 filler pic x(4) value 'Emp '.
           05 dl-employee-id pic x(6).
           05 filler pic x(7) value '  Plan '.
           05 dl-plan-code pic x(4).
           05 filler pic x(8) value '  Sales '.
           05 dl-sales pic z(8)9.
           05 filler pic x(10) value '  Returns '.
           05 dl-returns pic z(8)9.
           05 filler pic x(6) value '  Net '.
           05 dl-net-sales pic z(8)9.
       01 dl-tier-line.
           05 filler pic x(8) value '   Tier '.
           05 dl-tier-number pic 9.
           05 filler pic x(2) value spaces.
           05 dl-tier-from pic z(8)9.
           05 filler pic x(3) value ' - '.
           05 dl-tier-to pic z(8)9.
           05 filler pic x(3) value ' @ '.
           05 dl-tier-rate pic z9.99.
           05 filler pic x(5) value '% on '.
           05 dl-tier-band pic z(8)9.
           05 filler pic x(3) value ' = '.
           05 dl-tier-commission pic z(7)9.
       01 dl-draw-line.
           05 filler pic x(10) value '   Earned '.
           05 dl-earned pic z(7)9.
           05 filler pic x(7) value '  Draw '.
           05 dl-draw pic z(5)9.
           05 filler pic x(11) value '  Advanced '.
           05 dl-advanced pic z(7)9.
           05 filler pic x(12) value '  Recovered '.
           05 dl-recovered pic z(7)9.
       01 dl-balance-line.
           05 filler pic x(17) value '   Draw balance '.
           05 dl-balance-before pic z(6)9.
           05 filler pic x(4) value ' -> '.
           05 dl-balance-after pic z(6)9.
           05 filler pic x(9) value '   Paid '.
           05 dl-paid pic z(7)9.
           05 filler pic x(2) value spaces.
           05 dl-note pic x(24).
       01 dl-message-line.
           05 filler pic x(3) value spaces.
           05 dl-message pic x(77).
       01 tl-total-line.
           05 tl-total-label pic x(30).
           05 tl-total-amount pic z(9)9.
       procedure division.
       aa-start.
           perform record-run-start.
           if run-refused
               move 8 to return-code
               stop run
           end-if.
           move function current-date(1:8) to ws-business-date.
           open input raw-feed-file.
           if ws-raw-status = '35'
               display "No commission feed tonight - nothing to "
                   "process."
               go to zz-end
           end-if.
           if ws-raw-status not = '00'
               display "ERROR opening commission feed, status="
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
           open i-o commission-plan-file.
           if ws-plan-status not = '00'
               display "ERROR opening commission plan master, "
                   "status=" ws-plan-status
               move 8 to return-code
               go to zz-end
           end-if.
           open output commission-feed-file.
           if ws-commadj-status not = '00'
               display "ERROR opening commission feed file, status="
                   ws-commadj-status
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
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening commission report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           set setup-ok to true.
       bb-read.
           read raw-feed-file at end go to cc-reconcile.
           if ws-raw-status not = '00'
               and ws-raw-status not = '10'
               display "ERROR reading commission feed, status="
                   ws-raw-status
               move 8 to return-code
               go to cc-reconcile
           end-if.
           evaluate cf-record-type
               when 'H'
                   perform take-feed-header
               when 'D'
                   perform edit-commission-detail
               when 'T'
                   perform take-feed-trailer
               when other
                   move "unrecognized feed record type"
                       to rj-reason
                   perform write-reject-line
           end-evaluate.
           go to bb-read.
      * the trailer must claim exactly what arrived before a
      * single commission is computed or a draw balance moved - a
      * truncated feed pays nobody short, it stops the stream
      * instead.
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
           perform print-report-heading.
           if return-code = 0
               perform post-commission-plans
               perform print-calculation-totals
           else
               move "Feed not reconciled - no commission calculated."
                   to dl-message
               move dl-message-line to report-line
               perform write-report-line
           end-if.
           perform print-edit-summary.
           close raw-feed-file.
           close person-file.
           close commission-plan-file.
           close commission-feed-file.
           close reject-report-file.
           close report-file.
           if return-code = 0
               display "Commission edit clean: " ws-clean-count
                   " credits, " ws-commission-count
                   " commission records written, " ws-reject-count
                   " rejected."
           else
               display "Commission feed FAILED edit - stream "
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
               move cf-feed-date to ws-feed-date
               display "Commission feed dated " cf-feed-date "."
           end-if.

       take-feed-trailer.
           if trailer-seen
               move "duplicate trailer record" to rj-reason
               perform write-reject-line
           else
               set trailer-seen to true
               move cf-trailer-count to ws-trailer-count
               move cf-trailer-amount to ws-trailer-amount
           end-if.

      * every detail counts toward the trailer reconciliation,
      * valid or not - the sending system counted what it sent,
      * not what survived the edit.
       edit-commission-detail.
           add 1 to ws-detail-count.
           if cf-credit-amount numeric
               add cf-credit-amount to ws-amount-total
           end-if.
           if trailer-seen
               move "detail record after trailer" to rj-reason
               perform write-reject-line
           else
               if cf-credit-amount not numeric
                   or cf-credit-amount = 0
                   move "credit amount not numeric or zero"
                       to rj-reason
                   perform write-reject-line
               else
                   if not cf-sale-credit and not cf-return-credit
                       move "credit type not S (sale) or R (return)"
                           to rj-reason
                       perform write-reject-line
                   else
                       if cf-sale-date not numeric
                           move "sale date not numeric" to rj-reason
                           perform write-reject-line
                       else
                           perform edit-commission-employee
                       end-if
                   end-if
               end-if
           end-if.

       edit-commission-employee.
           move 'V' to ws-chkdig-function.
           call "check-digit" using ws-chkdig-function,
               cf-employee-id, ws-chkdig-result.
           if not feed-id-valid
               move "employee-id fails check digit" to rj-reason
               perform write-reject-line
           else
               move cf-employee-id
                   to employee-id of person-record
               read person-file
                   invalid key
                       move "employee not on person master"
                           to rj-reason
                       perform write-reject-line
                   not invalid key
                       move cf-employee-id to cp-employee-id
                       read commission-plan-file
                           invalid key
                               move "no commission plan on file"
                                   to rj-reason
                               perform write-reject-line
                           not invalid key
                               perform take-sales-credit
                       end-read
               end-read
           end-if.

       take-sales-credit.
           move 'N' to ws-emp-found.
           perform varying ws-emp-idx from 1 by 1
               until emp-found or ws-emp-idx > ws-emp-count
               if ce-employee-id(ws-emp-idx) = cf-employee-id
                   set emp-found to true
               end-if
           end-perform.
           if emp-found
               subtract 1 from ws-emp-idx
           else
               if ws-emp-count < ws-max-emp-entries
                   add 1 to ws-emp-count
                   move ws-emp-count to ws-emp-idx
                   move cf-employee-id
                       to ce-employee-id(ws-emp-idx)
                   move zeros to ce-sales(ws-emp-idx)
                   move zeros to ce-returns(ws-emp-idx)
                   set emp-found to true
               else
                   move "employee table full - resend split feed"
                       to rj-reason
                   perform write-reject-line
               end-if
           end-if.
           if emp-found
               if cf-sale-credit
                   add cf-credit-amount to ce-sales(ws-emp-idx)
               else
                   add cf-credit-amount to ce-returns(ws-emp-idx)
               end-if
               add 1 to ws-clean-count
           end-if.

      * every plan on the master is worked, not just the ones
      * with credits on the feed - a salesperson who sold
      * nothing this period is still owed the draw.
       post-commission-plans.
           move 'N' to ws-eof-flag.
           move low-values to cp-employee-id.
           start commission-plan-file
               key is not less than cp-employee-id
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read commission-plan-file next record
                   at end
                       set eof to true
                   not at end
                       add 1 to ws-plan-count
                       perform compute-plan-commission
               end-read
           end-perform.

       compute-plan-commission.
           move zeros to ws-sales.
           move zeros to ws-returns.
           move 'N' to ws-emp-found.
           perform varying ws-emp-idx from 1 by 1
               until emp-found or ws-emp-idx > ws-emp-count
               if ce-employee-id(ws-emp-idx) = cp-employee-id
                   set emp-found to true
               end-if
           end-perform.
           if emp-found
               subtract 1 from ws-emp-idx
               move ce-sales(ws-emp-idx) to ws-sales
               move ce-returns(ws-emp-idx) to ws-returns
           end-if.
           move 'N' to ws-person-found.
           move 'Y' to ws-draw-allowed.
           move cp-employee-id to employee-id of person-record.
           read person-file
               invalid key
                   continue
               not invalid key
                   set person-found to true
                   if person-terminated
                       move 'N' to ws-draw-allowed
                   end-if
           end-read.
           if not person-found
               move 'N' to ws-draw-allowed
           end-if.
           if draw-allowed
               move cp-draw-amount to ws-draw
           else
               move zeros to ws-draw
           end-if.
           if ws-sales = 0 and ws-returns = 0 and ws-draw = 0
               continue
           else
               if ws-feed-date < cp-last-feed-date
                   perform print-plan-line
                   move "SKIPPED - plan posted for a later feed."
                       to dl-message
                   move dl-message-line to report-line
                   perform write-report-line
                   add 1 to ws-skipped-count
               else
                   if not person-found
                       perform print-plan-line
                       move "SKIPPED - employee not on person master."
                           to dl-message
                       move dl-message-line to report-line
                       perform write-report-line
                       add 1 to ws-skipped-count
                   else
                       perform calculate-plan-commission
                   end-if
               end-if
           end-if.

      * a rerun of the same feed (same feed date) starts from the
      * balance before that feed was first posted, so the draw
      * is not advanced or recovered twice.
       calculate-plan-commission.
           if ws-feed-date = cp-last-feed-date
               move cp-prior-balance to ws-balance-before
           else
               move cp-draw-balance to ws-balance-before
           end-if.
           if ws-returns > ws-sales
               move zeros to ws-net-sales
           else
               compute ws-net-sales = ws-sales - ws-returns
           end-if.
           perform print-plan-line.
           move zeros to ws-earned.
           move zeros to ws-tier-floor.
           move 'N' to ws-tiers-done.
           perform apply-commission-tier
               varying ws-tier-idx from 1 by 1
               until tiers-done or ws-tier-idx > 4.
           perform settle-draw.
           if ws-paid > ws-max-commission
               move "REFUSED - amount due too large for one record."
                   to dl-message
               move dl-message-line to report-line
               perform write-report-line
               move 8 to return-code
           else
               perform write-commission-record
           end-if.

      * marginal tiers: only the slice of net sales between the
      * previous ceiling and this one earns this tier's rate.
       apply-commission-tier.
           if cp-tier-ceiling(ws-tier-idx) = 0
               or ws-net-sales <= ws-tier-floor
               set tiers-done to true
           else
               if ws-net-sales > cp-tier-ceiling(ws-tier-idx)
                   move cp-tier-ceiling(ws-tier-idx) to ws-band-top
               else
                   move ws-net-sales to ws-band-top
               end-if
               compute ws-band-amount = ws-band-top - ws-tier-floor
               compute ws-tier-commission rounded =
                   ws-band-amount * cp-tier-rate(ws-tier-idx) / 100
               add ws-tier-commission to ws-earned
               move ws-tier-idx to dl-tier-number
               move ws-tier-floor to dl-tier-from
               move ws-band-top to dl-tier-to
               move cp-tier-rate(ws-tier-idx) to dl-tier-rate
               move ws-band-amount to dl-tier-band
               move ws-tier-commission to dl-tier-commission
               move dl-tier-line to report-line
               perform write-report-line
               move cp-tier-ceiling(ws-tier-idx) to ws-tier-floor
           end-if.

      * draw against commission: pay at least the draw; a short
      * period advances the difference, a long one recovers the
      * outstanding advance out of the excess over the draw.
       settle-draw.
           move zeros to ws-advance.
           move zeros to ws-recovery.
           if ws-earned < ws-draw
               compute ws-advance = ws-draw - ws-earned
               move ws-draw to ws-paid
               compute ws-balance-after =
                   ws-balance-before + ws-advance
           else
               compute ws-excess = ws-earned - ws-draw
               if ws-excess > ws-balance-before
                   move ws-balance-before to ws-recovery
               else
                   move ws-excess to ws-recovery
               end-if
               compute ws-paid = ws-earned - ws-recovery
               compute ws-balance-after =
                   ws-balance-before - ws-recovery
           end-if.
           move ws-earned to dl-earned.
           move ws-draw to dl-draw.
           move ws-advance to dl-advanced.
           move ws-recovery to dl-recovered.
           move dl-draw-line to report-line.
           perform write-report-line.

      * one commission record per employee: type 'B', sequence
      * 85, commission source - inserted approval-pending (or
      * replacing last period's) by the salary update. The plan
      * carries the new draw balance only once the record is on
      * the feed.
       write-commission-record.
           move ws-balance-before to dl-balance-before.
           move ws-balance-after to dl-balance-after.
           move ws-paid to dl-paid.
           move spaces to dl-note.
           if not draw-allowed
               move "terminated - no draw" to dl-note
           end-if.
           if ws-paid > 0
               move cp-employee-id to adj-employee-id
               move 'B' to adj-record-type
               move 85 to adj-sequence
               move ws-paid to adj-amount
               move 'C' to adj-source
               move zeros to adj-effective-date
               write adjustment-record
               if ws-commadj-status not = '00'
                   display "ERROR writing commission record, "
                       "status=" ws-commadj-status
                   move 8 to return-code
                   move "NOT WRITTEN - see job log" to dl-note
               else
                   add 1 to ws-commission-count
               end-if
           end-if.
           move dl-balance-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           if ws-commadj-status = '00'
               if ws-feed-date not = cp-last-feed-date
                   move cp-draw-balance to cp-prior-balance
               end-if
               move ws-balance-after to cp-draw-balance
               move ws-feed-date to cp-last-feed-date
               rewrite commission-plan-record
               if ws-plan-status not = '00'
                   display "ERROR rewriting commission plan "
                       cp-employee-id ", status=" ws-plan-status
                   move 8 to return-code
               end-if
               add ws-net-sales to ws-total-net-sales
               add ws-earned to ws-total-earned
               add ws-advance to ws-total-advanced
               add ws-recovery to ws-total-recovered
               add ws-paid to ws-total-paid
           end-if.

       print-report-heading.
           move hl-title to report-line.
           perform write-report-line.
           move ws-business-date to hl-date.
           move ws-feed-date to hl-feed-date.
           move hl-date-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.

       print-plan-line.
           move cp-employee-id to dl-employee-id.
           move cp-plan-code to dl-plan-code.
           move ws-sales to dl-sales.
           move ws-returns to dl-returns.
           if ws-returns > ws-sales
               move zeros to dl-net-sales
           else
               compute dl-net-sales = ws-sales - ws-returns
           end-if.
           move dl-plan-line to report-line.
           perform write-report-line.

       print-calculation-totals.
           move "Plans on master: " to tl-total-label.
           move ws-plan-count to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Commission records written: " to tl-total-label.
           move ws-commission-count to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Plans skipped: " to tl-total-label.
           move ws-skipped-count to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Total net sales: " to tl-total-label.
           move ws-total-net-sales to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Total commission earned: " to tl-total-label.
           move ws-total-earned to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Total draw advanced: " to tl-total-label.
           move ws-total-advanced to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Total draw recovered: " to tl-total-label.
           move ws-total-recovered to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.
           move "Total commission paid: " to tl-total-label.
           move ws-total-paid to tl-total-amount.
           move tl-total-line to report-line.
           perform write-report-line.

       write-reject-line.
           add 1 to ws-reject-count.
           move raw-feed-record to rj-image.
           move rj-detail-line to reject-line.
           write reject-line.
           if ws-reject-status not = '00'
               display "ERROR writing reject line, status="
                   ws-reject-status
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing commission report, status="
                   ws-report-status
           end-if.

       print-edit-summary.
           move spaces to reject-line.
           write reject-line.
           move "Details received: " to rj-count-label.
           move ws-detail-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Details accepted: " to rj-count-label.
           move ws-clean-count to rj-count.
           move rj-count-line to reject-line.
           write reject-line.
           move "Commission records written: " to rj-count-label.
           move ws-commission-count to rj-count.
           move rj-count-line to reject-line.
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
