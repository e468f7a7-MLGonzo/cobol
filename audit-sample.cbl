       identification division.
       program-id. audit-sample.
       author Gonzo.
      * internal audit payment sample pack - each quarter internal
      * audit picks payments to test and used to be handed the
      * evidence for each one pulled by hand out of six reports.
      * This draws the sample and prints the evidence in one run.
      *
      * SYSIN card 1 is the mode:
      *   S - draw a new sample. Card 2 is the period start and
      *       card 3 the period end (YYYYMMDD), card 4 the seed
      *       (nine digits, zeros = taken from the clock and
      *       printed), card 5 the sample size (zeros = 25, at
      *       most 200), card 6 the amount band upper limits -
      *       four eight-digit amounts, ascending, zeros unused
      *       (all zeros = 1000 and 5000, three bands).
      *   R - reprint the evidence pack for a sample already
      *       drawn, read back off the saved sample list.
      *
      * The population is every employee pay deposit ('D') on
      * the BANKPAY history generations settling in the period,
      * and every nightly or off-cycle check on the check
      * register issued in the period; reissues and expense
      * reimbursements are not pay and are left out. Each
      * payment is put in a stratum by its employee's department
      * and its amount band, and takes a draw number worked from
      * the seed and the payment's own particulars - so the same
      * seed over the same period always draws the same sample,
      * whatever order the files are read in. The sample size is
      * shared over the strata in proportion to their payments
      * (largest remainders take the odd items), every stratum
      * gets at least one, and within a stratum the lowest draw
      * numbers are taken.
      *
      * The drawn sample is saved to the sample list (samplist)
      * with the period, seed, size and bands it was drawn with,
      * so it can be drawn again or reprinted in mode R. The
      * report (samprpt) lists the strata and the sample, then
      * prints one evidence page per sampled payment: the
      * payment and where it went, the person master record, the
      * salary master records with their approval status, the
      * compensation history up to the payment, the net pay
      * breakdown (the posting journal rows for the payment's
      * run, and the pay result when its generation is still
      * kept) and every audit log entry for the employee in the
      * period, live log and archive generations both.
      * Bad parameters or an unreadable payment source end the
      * run RC=8; a period with no payments RC=4.
       environment division.
       input-output section.
       file-control.
           select payment-history-file assign to payhist
           organization is line sequential
           file status is ws-payhist-status.
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
           select salary-file assign to da02
           organization is indexed
           access mode is dynamic
           record key is salary-key
           file status is ws-salary-status.
           select comp-history-file assign to comphist
           organization is line sequential
           file status is ws-comphist-status.
           select posting-journal-file assign to postjrnl
           organization is line sequential
           file status is ws-postjrnl-status.
           select pay-result-file assign to payrslt
           organization is sequential
           file status is ws-payrslt-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select archive-file assign to audarch
           organization is line sequential
           file status is ws-archive-status.
           select sample-list-file assign to samplist
           organization is sequential
           file status is ws-samplist-status.
           select report-file assign to samprpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd payment-history-file.
       01 payment-record.
           05 pay-record-type pic x.
           05 pay-employee-id pic x(6).
           05 pay-employee-name pic x(30).
           05 pay-net-amount pic 9(8).
           05 pay-routing pic 9(9).
           05 pay-account pic x(12).
           05 pay-account-type pic x.
           05 pay-company pic x(2).
           05 pay-settle-date pic 9(8).
       01 payment-header-record redefines payment-record.
           05 filler pic x.
           05 pay-run-date pic 9(8).
           05 filler pic x(68).
       fd check-register-file.
           copy "check-register-record.cpy".
       fd person-file.
           copy "person-record.cpy".
       fd salary-file.
           copy "salary-record.cpy".
       fd comp-history-file.
           copy "comp-history-record.cpy".
       fd posting-journal-file.
           copy "posting-journal-record.cpy".
       fd pay-result-file.
           copy "pay-result-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
      * the audit archive generations - a 'D' record's data is
      * the archived audit record image.
       fd archive-file.
       01 archive-record.
           05 arch-record-type pic x.
           05 arch-sequence pic 9(8).
           05 arch-audit-date pic 9(8).
           05 arch-audit-time pic 9(6).
           05 arch-operator-id pic x(8).
           05 arch-file-name pic x(20).
           05 arch-key pic x(10).
           05 arch-action pic x(8).
       fd sample-list-file.
           copy "audit-sample-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-payhist-status pic xx value '00'.
       01 ws-checkreg-status pic xx value '00'.
       01 ws-person-status pic xx value '00'.
       01 ws-salary-status pic xx value '00'.
       01 ws-comphist-status pic xx value '00'.
       01 ws-postjrnl-status pic xx value '00'.
       01 ws-payrslt-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-archive-status pic xx value '00'.
       01 ws-samplist-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-person-open pic x value 'N'.
           88 person-open value 'Y'.
       01 ws-salary-open pic x value 'N'.
           88 salary-open value 'Y'.
       01 ws-checkreg-open pic x value 'N'.
           88 checkreg-open value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-salary-eof-flag pic x value 'N'.
           88 salary-eof value 'Y'.
       01 ws-mode pic x value 'S'.
           88 draw-mode value 'S'.
           88 reprint-mode value 'R'.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-n redefines ws-run-date pic 9(8).
       01 ws-run-date-display pic x(10).
       01 ws-clock.
           05 filler pic 9(8).
           05 ws-clock-time pic 9(8).
      * the draw parameters - keyed in mode S, off the saved
      * sample list's header in mode R
       01 ws-period-start pic 9(8) value zeros.
       01 ws-period-end pic 9(8) value zeros.
       01 ws-seed pic 9(9) value zeros.
       01 ws-requested-size pic 9(4) value zeros.
       01 ws-max-sample pic 9(4) value 200.
       01 ws-band-card.
           05 ws-band-limit pic 9(8) occurs 4 times.
       01 ws-band-count pic 9 value zeros.
       01 ws-band-idx pic 9.
       01 ws-band pic 9.
       01 ws-params-ok pic x value 'Y'.
           88 params-ok value 'Y'.
       01 ws-day-number pic 9(7).
      * the population - every payment in the period
       01 ws-max-population pic 9(5) value 20000.
       01 ws-pop-count pic 9(5) value zeros.
       01 ws-pop-idx pic 9(5).
       01 ws-pop-best pic 9(5).
       01 ws-pop-overflow pic x value 'N'.
           88 pop-overflow value 'Y'.
       01 ws-bank-count pic 9(6) value zeros.
       01 ws-check-count pic 9(6) value zeros.
       01 ws-group-run-date pic 9(8) value zeros.
       01 population-table.
           05 pop-entry occurs 20000 times.
               10 pp-source pic x.
               10 pp-employee-id pic x(6).
               10 pp-dept pic x(4).
               10 pp-band pic 9.
               10 pp-amount pic 9(8).
               10 pp-pay-date pic 9(8).
               10 pp-run-date pic 9(8).
               10 pp-check-number pic 9(6).
               10 pp-routing pic 9(9).
               10 pp-account pic x(12).
               10 pp-account-type pic x.
               10 pp-company pic x(2).
               10 pp-draw-number pic 9(9).
               10 pp-selected pic x.
      * the draw number - the seed run through the payment's
      * particulars character by character, then stirred with
      * a multiplicative generator, all modulo a prime
       01 ws-draw-modulus pic 9(9) value 999999937.
       01 ws-draw-work pic 9(18).
       01 ws-draw-char-idx pic 99.
       01 ws-draw-identity.
           05 ws-di-source pic x.
           05 ws-di-employee-id pic x(6).
           05 ws-di-amount pic 9(8).
           05 ws-di-pay-date pic 9(8).
           05 ws-di-check-number pic 9(6).
           05 ws-di-account pic x(12).
      * the strata, kept in department / band order
       01 ws-max-strata pic 999 value 500.
       01 ws-stratum-count pic 999 value zeros.
       01 ws-stratum-idx pic 999.
       01 ws-stratum-found pic 999.
       01 ws-insert-at pic 999.
       01 ws-shift-idx pic 999.
       01 ws-stratum-key.
           05 ws-sk-dept pic x(4).
           05 ws-sk-band pic 9.
       01 stratum-table.
           05 stratum-entry occurs 500 times.
               10 st-key.
                   15 st-dept pic x(4).
                   15 st-band pic 9.
               10 st-count pic 9(6).
               10 st-quota pic 9(4).
               10 st-remainder pic 9(12).
       01 ws-quota-total pic 9(6) value zeros.
       01 ws-quota-left pic 9(6) value zeros.
       01 ws-share-work pic 9(12).
       01 ws-best-remainder pic 9(12).
       01 ws-draw-idx pic 9(4).
      * the sample - drawn, or read back off the saved list
       01 ws-sample-count pic 9(4) value zeros.
       01 ws-sample-idx pic 9(4).
       01 ws-sample-capped pic x value 'N'.
           88 sample-capped value 'Y'.
       01 sample-table.
           05 sample-entry occurs 200 times.
               10 sm-record-type pic x.
               10 sm-sample-number pic 9(4).
               10 sm-source pic x.
                   88 sm-bank-deposit value 'B'.
                   88 sm-check value 'C'.
               10 sm-employee-id pic x(6).
               10 sm-dept pic x(4).
               10 sm-band pic 9.
               10 sm-amount pic 9(8).
               10 sm-pay-date pic 9(8).
               10 sm-run-date pic 9(8).
               10 sm-check-number pic 9(6).
               10 sm-routing pic 9(9).
               10 sm-account pic x(12).
               10 sm-account-type pic x.
               10 sm-company pic x(2).
               10 sm-draw-number pic 9(9).
               10 sm-stratum-count pic 9(6).
               10 sm-stratum-quota pic 9(4).
       01 ws-saved-population pic 9(6) value zeros.
       01 ws-saved-header-seen pic x value 'N'.
           88 saved-header-seen value 'Y'.
       01 ws-saved-trailer-count pic 9(4) value zeros.
       01 ws-saved-trailer-seen pic x value 'N'.
           88 saved-trailer-seen value 'Y'.
       01 ws-drawn-date pic 9(8) value zeros.
      * the evidence page in hand
       01 ws-employee-id pic x(6).
       01 ws-match-count pic 9(4) value zeros.
       01 ws-journal-net pic s9(9) value zeros.
       01 ws-payrslt-found pic x value 'N'.
           88 payrslt-found value 'Y'.
       01 ws-payrslt-idx pic 99.
       01 ws-pay-difference pic s9(9) value zeros.
       01 ws-page-count pic 9(4) value zeros.
       01 ws-line-count pic 9(3) value zeros.
       01 ws-lines-per-page pic 9(3) value 60.
       01 ws-page-caption pic x(70) value spaces.

       01 hl-title.
           05 filler pic x(15) value spaces.
           05 filler pic x(45)
               value 'INTERNAL AUDIT PAYMENT SAMPLE'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
           05 filler pic x(50) value spaces.
           05 filler pic x(6) value 'Page: '.
           05 hl-page-value pic zzz9.
       01 hl-caption-line.
           05 hl-caption pic x(70).
       01 hl-section-line.
           05 filler pic x(4) value '--- '.
           05 hl-section pic x(50).
       01 pl-parameter-line.
           05 pl-label pic x(30).
           05 pl-value pic x(40).
       01 pl-number-line.
           05 pl-number-label pic x(30).
           05 pl-number pic z(8)9.
       01 hl-strata-headers.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(6) value 'Band'.
           05 filler pic x(14) value '      Payments'.
           05 filler pic x(10) value '    Sample'.
       01 tl-stratum-line.
           05 tl-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 tl-band pic 9.
           05 filler pic x(5) value spaces.
           05 tl-count pic z(13)9.
           05 tl-quota pic z(9)9.
       01 hl-sample-headers.
           05 filler pic x(6) value 'Item'.
           05 filler pic x(4) value 'Src'.
           05 filler pic x(8) value 'Emp ID'.
           05 filler pic x(6) value 'Dept'.
           05 filler pic x(5) value 'Band'.
           05 filler pic x(10) value '    Amount'.
           05 filler pic x(10) value '  Pay date'.
           05 filler pic x(11) value '   Run date'.
           05 filler pic x(11) value '       Draw'.
       01 ll-sample-line.
           05 ll-item pic zzz9.
           05 filler pic x(2) value spaces.
           05 ll-source pic x.
           05 filler pic x(3) value spaces.
           05 ll-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 ll-dept pic x(4).
           05 filler pic x(2) value spaces.
           05 ll-band pic 9.
           05 filler pic x(2) value spaces.
           05 ll-amount pic z(7)9.
           05 filler pic x(2) value spaces.
           05 ll-pay-date pic 9(8).
           05 filler pic x(3) value spaces.
           05 ll-run-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 ll-draw-number pic 9(9).
       01 el-amount-line.
           05 el-amount-label pic x(30).
           05 el-amount pic -(8)9.
       01 el-text-line.
           05 el-text-label pic x(30).
           05 el-text pic x(48).
       01 pl-person-line.
           05 filler pic x(10) value 'Employee: '.
           05 pl-employee-id pic x(6).
           05 filler pic x(2) value spaces.
           05 pl-name pic x(30).
           05 filler pic x(5) value ' age '.
           05 pl-age pic zz9.
           05 filler pic x(6) value ' dept '.
           05 pl-dept pic x(4).
       01 pl-status-line.
           05 filler pic x(10) value 'Status:   '.
           05 pl-status pic x.
           05 filler pic x(7) value ' since '.
           05 pl-status-date pic 9(8).
           05 filler pic x(12) value '  leave pay '.
           05 pl-leave-pay pic x.
           05 filler pic x(10) value '  company '.
           05 pl-company pic x(2).
       01 sl-salary-line.
           05 filler pic x(5) value 'Type '.
           05 sl-record-type pic x.
           05 filler pic x(5) value ' seq '.
           05 sl-sequence pic 9(2).
           05 filler pic x(9) value ' amount '.
           05 sl-amount pic z(5)9.
           05 filler pic x(9) value ' status '.
           05 sl-status pic x.
           05 filler pic x(2) value spaces.
           05 sl-status-text pic x(10).
       01 cl-comp-line.
           05 cl-effective-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 cl-record-type pic x.
           05 filler pic x(2) value spaces.
           05 cl-old-amount pic z(5)9.
           05 filler pic x(4) value ' -> '.
           05 cl-new-amount pic z(5)9.
           05 filler pic x(2) value spaces.
           05 cl-source pic x(8).
       01 jl-journal-line.
           05 filler pic x(9) value 'Journal  '.
           05 jl-run-date pic 9(8).
           05 filler pic x(7) value '  type '.
           05 jl-record-type pic x.
           05 filler pic x(8) value '  gross '.
           05 jl-gross pic z(7)9.
           05 filler pic x(6) value '  tax '.
           05 jl-tax pic z(7)9.
           05 filler pic x(6) value '  net '.
           05 jl-net pic -(8)9.
       01 dl-deduction-line.
           05 filler pic x(12) value '  Deduction '.
           05 dl-code pic x(4).
           05 filler pic x(2) value spaces.
           05 dl-timing pic x.
           05 filler pic x(11) value spaces.
           05 dl-amount pic -(8)9.
       01 al-audit-line.
           05 al-date pic x(8).
           05 filler pic x(1) value spaces.
           05 al-time pic x(6).
           05 filler pic x(1) value spaces.
           05 al-operator pic x(8).
           05 filler pic x(1) value spaces.
           05 al-file pic x(20).
           05 filler pic x(1) value spaces.
           05 al-key pic x(10).
           05 filler pic x(1) value spaces.
           05 al-action pic x(8).
           05 filler pic x(1) value spaces.
           05 al-where pic x(7).
       01 fl-count-line.
           05 fl-count-label pic x(30).
           05 fl-count pic zzz9.
       procedure division.
       aa-start.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           display "Mode - (S)elect a new sample, (R)eprint the "
               "saved sample: "
           accept ws-mode.
           if ws-mode = space
               move 'S' to ws-mode
           end-if.
           if not draw-mode and not reprint-mode
               display "Mode must be S or R."
               move 8 to return-code
               go to zz-end
           end-if.
           if draw-mode
               perform get-draw-parameters
               if not params-ok
                   move 8 to return-code
                   go to zz-end
               end-if
           end-if.
           open input person-file.
           if ws-person-status = '00'
               set person-open to true
           else
               display "WARNING: person master not available, "
                   "status=" ws-person-status
           end-if.
           open input salary-file.
           if ws-salary-status = '00'
               set salary-open to true
           else
               display "WARNING: salary master not available, "
                   "status=" ws-salary-status
           end-if.
           open input check-register-file.
           if ws-checkreg-status = '00'
               set checkreg-open to true
           else
               display "WARNING: check register not available, "
                   "status=" ws-checkreg-status
           end-if.
           if draw-mode
               perform load-population
               if return-code = 8
                   go to cc-close
               end-if
               if ws-pop-count = 0
                   display "No payments in the period "
                       ws-period-start " - " ws-period-end
                       " - nothing to sample."
                   move 4 to return-code
                   go to cc-close
               end-if
               perform allocate-quotas
               perform draw-sample
               perform save-sample-list
               if return-code = 8
                   go to cc-close
               end-if
           else
               perform load-saved-sample
               if return-code = 8
                   go to cc-close
               end-if
           end-if.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening sample report, status="
                   ws-report-status
               move 8 to return-code
               go to cc-close
           end-if.
           perform print-sample-summary.
           perform print-evidence-page
               varying ws-sample-idx from 1 by 1
               until ws-sample-idx > ws-sample-count.
           close report-file.
           display "Audit sample: " ws-sample-count
               " payments, seed " ws-seed ", period "
               ws-period-start " - " ws-period-end ".".
       cc-close.
           if person-open
               close person-file
           end-if.
           if salary-open
               close salary-file
           end-if.
           if checkreg-open
               close check-register-file
           end-if.
       zz-end.
           stop run.

      *****************************************************
      * the draw parameters off cards 2 to 6
      *****************************************************
       get-draw-parameters.
           display "Period start (YYYYMMDD): "
           accept ws-period-start.
           display "Period end (YYYYMMDD): "
           accept ws-period-end.
           display "Seed (zeros = from the clock): "
           accept ws-seed.
           display "Sample size (zeros = 25): "
           accept ws-requested-size.
           display "Amount band limits (4 x 8 digits): "
           accept ws-band-card.
           if ws-period-start not numeric
               or ws-period-end not numeric
               display "Period dates must be YYYYMMDD."
               move 'N' to ws-params-ok
           else
               compute ws-day-number =
                   function integer-of-date(ws-period-start)
               if ws-day-number = 0
                   display "Period start is not a valid date."
                   move 'N' to ws-params-ok
               end-if
               compute ws-day-number =
                   function integer-of-date(ws-period-end)
               if ws-day-number = 0
                   display "Period end is not a valid date."
                   move 'N' to ws-params-ok
               end-if
               if ws-period-end < ws-period-start
                   display "Period end is before period start."
                   move 'N' to ws-params-ok
               end-if
           end-if.
           if ws-seed not numeric
               move zeros to ws-seed
           end-if.
           if ws-seed = 0
               move function current-date to ws-clock
               move ws-clock-time to ws-seed
               if ws-seed = 0
                   move 1 to ws-seed
               end-if
               display "Seed taken from the clock: " ws-seed
                   " - key it to draw this sample again."
           end-if.
           if ws-requested-size not numeric
               or ws-requested-size = 0
               move 25 to ws-requested-size
           end-if.
           if ws-requested-size > ws-max-sample
               display "WARNING: sample size " ws-requested-size
                   " cut to " ws-max-sample "."
               move ws-max-sample to ws-requested-size
           end-if.
           if ws-band-card not numeric
               move zeros to ws-band-card
           end-if.
           if ws-band-card = zeros
               move 1000 to ws-band-limit(1)
               move 5000 to ws-band-limit(2)
           end-if.
           move zeros to ws-band-count.
           perform varying ws-band-idx from 1 by 1
               until ws-band-idx > 4
               if ws-band-limit(ws-band-idx) > 0
                   if ws-band-idx > ws-band-count + 1
                       display "Band limits must not skip a "
                           "position."
                       move 'N' to ws-params-ok
                   end-if
                   if ws-band-idx > 1
                       if ws-band-limit(ws-band-idx)
                           not > ws-band-limit(ws-band-idx - 1)
                           display "Band limits must ascend."
                           move 'N' to ws-params-ok
                       end-if
                   end-if
                   move ws-band-idx to ws-band-count
               end-if
           end-perform.

      *****************************************************
      * the population - the period's deposits and checks
      *****************************************************
       load-population.
           open input payment-history-file.
           if ws-payhist-status = '35'
               display "WARNING: no bank payment history - checks "
                   "only."
           else
               if ws-payhist-status not = '00'
                   display "ERROR opening bank payment history, "
                       "status=" ws-payhist-status
                   move 8 to return-code
               else
                   move 'N' to ws-eof-flag
                   perform until eof
                       read payment-history-file
                           at end
                               set eof to true
                           not at end
                               perform take-payment-record
                       end-read
                       if ws-payhist-status not = '00'
                           and ws-payhist-status not = '10'
                           display "ERROR reading bank payment "
                               "history, status=" ws-payhist-status
                           move 8 to return-code
                           set eof to true
                       end-if
                   end-perform
                   close payment-history-file
               end-if
           end-if.
           if checkreg-open
               move zeros to ck-check-number
               move 'N' to ws-eof-flag
               start check-register-file
                   key is not less than ck-check-number
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read check-register-file next record
                       at end
                           set eof to true
                       not at end
                           perform take-check-record
                   end-read
                   if ws-checkreg-status not = '00'
                       and ws-checkreg-status not = '10'
                       display "ERROR reading check register, "
                           "status=" ws-checkreg-status
                       move 8 to return-code
                       set eof to true
                   end-if
               end-perform
           else
               display "ERROR: no check register - the population "
                   "would be incomplete."
               move 8 to return-code
           end-if.
           if pop-overflow
               display "ERROR: more than " ws-max-population
                   " payments in the period - sample a shorter "
                   "period."
               move 8 to return-code
           end-if.
           display "Population: " ws-bank-count " deposits, "
               ws-check-count " checks, " ws-stratum-count
               " strata.".

      * the group header carries the night the deposits after it
      * were produced.
       take-payment-record.
           if pay-record-type = 'H'
               move pay-run-date to ws-group-run-date
           end-if.
           if pay-record-type = 'D'
               and pay-settle-date >= ws-period-start
               and pay-settle-date <= ws-period-end
               add 1 to ws-bank-count
               perform add-population-entry
               if not pop-overflow
                   move 'B' to pp-source(ws-pop-count)
                   move pay-employee-id
                       to pp-employee-id(ws-pop-count)
                   move pay-net-amount to pp-amount(ws-pop-count)
                   move pay-settle-date to pp-pay-date(ws-pop-count)
                   move ws-group-run-date
                       to pp-run-date(ws-pop-count)
                   move pay-routing to pp-routing(ws-pop-count)
                   move pay-account to pp-account(ws-pop-count)
                   move pay-account-type
                       to pp-account-type(ws-pop-count)
                   move pay-company to pp-company(ws-pop-count)
                   perform finish-population-entry
               end-if
           end-if.

       take-check-record.
           if ck-issue-date >= ws-period-start
               and ck-issue-date <= ws-period-end
               and (ck-source-run or ck-source-offcycle)
               add 1 to ws-check-count
               perform add-population-entry
               if not pop-overflow
                   move 'C' to pp-source(ws-pop-count)
                   move ck-employee-id
                       to pp-employee-id(ws-pop-count)
                   move ck-amount to pp-amount(ws-pop-count)
                   move ck-issue-date to pp-pay-date(ws-pop-count)
                   move ck-issue-date to pp-run-date(ws-pop-count)
                   move ck-check-number
                       to pp-check-number(ws-pop-count)
                   perform finish-population-entry
               end-if
           end-if.

       add-population-entry.
           if ws-pop-count < ws-max-population
               add 1 to ws-pop-count
               move spaces to pop-entry(ws-pop-count)
               move zeros to pp-amount(ws-pop-count)
               move zeros to pp-pay-date(ws-pop-count)
               move zeros to pp-run-date(ws-pop-count)
               move zeros to pp-check-number(ws-pop-count)
               move zeros to pp-routing(ws-pop-count)
               move 'N' to pp-selected(ws-pop-count)
           else
               set pop-overflow to true
           end-if.

      * the stratum is the employee's department today ('????'
      * when not on the person master) and the amount band.
       finish-population-entry.
           move '????' to pp-dept(ws-pop-count).
           if person-open
               move pp-employee-id(ws-pop-count)
                   to employee-id of person-record
               read person-file
                   invalid key
                       continue
                   not invalid key
                       move person-dept to pp-dept(ws-pop-count)
                       if pp-company(ws-pop-count) = spaces
                           move person-company
                               to pp-company(ws-pop-count)
                       end-if
               end-read
           end-if.
           move 1 to ws-band.
           perform varying ws-band-idx from 1 by 1
               until ws-band-idx > ws-band-count
               if pp-amount(ws-pop-count)
                   > ws-band-limit(ws-band-idx)
                   compute ws-band = ws-band-idx + 1
               end-if
           end-perform.
           move ws-band to pp-band(ws-pop-count).
           perform compute-draw-number.
           move pp-dept(ws-pop-count) to ws-sk-dept.
           move ws-band to ws-sk-band.
           perform find-stratum.
           if ws-stratum-found > 0
               add 1 to st-count(ws-stratum-found)
           end-if.

       compute-draw-number.
           move pp-source(ws-pop-count) to ws-di-source.
           move pp-employee-id(ws-pop-count) to ws-di-employee-id.
           move pp-amount(ws-pop-count) to ws-di-amount.
           move pp-pay-date(ws-pop-count) to ws-di-pay-date.
           move pp-check-number(ws-pop-count)
               to ws-di-check-number.
           move pp-account(ws-pop-count) to ws-di-account.
           compute ws-draw-work =
               function mod(ws-seed, ws-draw-modulus).
           perform varying ws-draw-char-idx from 1 by 1
               until ws-draw-char-idx > 41
               compute ws-draw-work = function mod(
                   ws-draw-work * 31 + function ord(
                       ws-draw-identity(ws-draw-char-idx:1)),
                   ws-draw-modulus)
           end-perform.
           compute ws-draw-work = function mod(
               ws-draw-work * 48271 + 1, ws-draw-modulus).
           compute ws-draw-work = function mod(
               ws-draw-work * 48271 + 1, ws-draw-modulus).
           move ws-draw-work to pp-draw-number(ws-pop-count).

      * finds the stratum for ws-stratum-key, inserting it in key
      * order when it is new; ws-stratum-found is zero when the
      * table is full.
       find-stratum.
           move zeros to ws-stratum-found.
           move zeros to ws-insert-at.
           perform varying ws-stratum-idx from 1 by 1
               until ws-stratum-idx > ws-stratum-count
               if st-key(ws-stratum-idx) = ws-stratum-key
                   move ws-stratum-idx to ws-stratum-found
               end-if
               if st-key(ws-stratum-idx) > ws-stratum-key
                   and ws-insert-at = 0
                   move ws-stratum-idx to ws-insert-at
               end-if
           end-perform.
           if ws-stratum-found = 0
               if ws-stratum-count < ws-max-strata
                   if ws-insert-at = 0
                       compute ws-insert-at = ws-stratum-count + 1
                   end-if
                   perform varying ws-shift-idx
                       from ws-stratum-count by -1
                       until ws-shift-idx < ws-insert-at
                       move stratum-entry(ws-shift-idx)
                           to stratum-entry(ws-shift-idx + 1)
                   end-perform
                   add 1 to ws-stratum-count
                   move ws-stratum-key to st-key(ws-insert-at)
                   move zeros to st-count(ws-insert-at)
                   move zeros to st-quota(ws-insert-at)
                   move zeros to st-remainder(ws-insert-at)
                   move ws-insert-at to ws-stratum-found
               else
                   display "ERROR: more than " ws-max-strata
                       " department/band strata."
                   set pop-overflow to true
               end-if
           end-if.

      *****************************************************
      * the sample size shared over the strata - in proportion,
      * the largest remainders taking the odd items, then one
      * for any stratum the share left empty
      *****************************************************
       allocate-quotas.
           move zeros to ws-quota-total.
           perform varying ws-stratum-idx from 1 by 1
               until ws-stratum-idx > ws-stratum-count
               if ws-requested-size >= ws-pop-count
                   move st-count(ws-stratum-idx)
                       to st-quota(ws-stratum-idx)
               else
                   compute ws-share-work =
                       ws-requested-size * st-count(ws-stratum-idx)
                   divide ws-share-work by ws-pop-count
                       giving st-quota(ws-stratum-idx)
                       remainder st-remainder(ws-stratum-idx)
               end-if
               add st-quota(ws-stratum-idx) to ws-quota-total
           end-perform.
           if ws-requested-size < ws-pop-count
               compute ws-quota-left =
                   ws-requested-size - ws-quota-total
               perform give-largest-remainder
                   until ws-quota-left = 0
           end-if.
           perform varying ws-stratum-idx from 1 by 1
               until ws-stratum-idx > ws-stratum-count
               if st-quota(ws-stratum-idx) = 0
                   and st-count(ws-stratum-idx) > 0
                   move 1 to st-quota(ws-stratum-idx)
               end-if
           end-perform.

       give-largest-remainder.
           move zeros to ws-stratum-found.
           move zeros to ws-best-remainder.
           perform varying ws-stratum-idx from 1 by 1
               until ws-stratum-idx > ws-stratum-count
               if st-remainder(ws-stratum-idx) > ws-best-remainder
                   move st-remainder(ws-stratum-idx)
                       to ws-best-remainder
                   move ws-stratum-idx to ws-stratum-found
               end-if
           end-perform.
           if ws-stratum-found = 0
               move zeros to ws-quota-left
           else
               add 1 to st-quota(ws-stratum-found)
               move zeros to st-remainder(ws-stratum-found)
               subtract 1 from ws-quota-left
           end-if.

      * within each stratum the lowest draw numbers are taken.
       draw-sample.
           perform varying ws-stratum-idx from 1 by 1
               until ws-stratum-idx > ws-stratum-count
               perform draw-one-payment
                   varying ws-draw-idx from 1 by 1
                   until ws-draw-idx > st-quota(ws-stratum-idx)
           end-perform.
           if sample-capped
               display "WARNING: more strata than the sample can "
                   "hold - sample stopped at " ws-max-sample "."
               move 4 to return-code
           end-if.

       draw-one-payment.
           move zeros to ws-pop-best.
           perform varying ws-pop-idx from 1 by 1
               until ws-pop-idx > ws-pop-count
               if pp-dept(ws-pop-idx) = st-dept(ws-stratum-idx)
                   and pp-band(ws-pop-idx) = st-band(ws-stratum-idx)
                   and pp-selected(ws-pop-idx) = 'N'
                   if ws-pop-best = 0
                       move ws-pop-idx to ws-pop-best
                   else
                       if pp-draw-number(ws-pop-idx)
                           < pp-draw-number(ws-pop-best)
                           move ws-pop-idx to ws-pop-best
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-pop-best > 0
               if ws-sample-count < ws-max-sample
                   move 'Y' to pp-selected(ws-pop-best)
                   add 1 to ws-sample-count
                   perform take-drawn-payment
               else
                   set sample-capped to true
               end-if
           end-if.

       take-drawn-payment.
           move 'D' to sm-record-type(ws-sample-count).
           move ws-sample-count to sm-sample-number(ws-sample-count).
           move pp-source(ws-pop-best) to sm-source(ws-sample-count).
           move pp-employee-id(ws-pop-best)
               to sm-employee-id(ws-sample-count).
           move pp-dept(ws-pop-best) to sm-dept(ws-sample-count).
           move pp-band(ws-pop-best) to sm-band(ws-sample-count).
           move pp-amount(ws-pop-best) to sm-amount(ws-sample-count).
           move pp-pay-date(ws-pop-best)
               to sm-pay-date(ws-sample-count).
           move pp-run-date(ws-pop-best)
               to sm-run-date(ws-sample-count).
           move pp-check-number(ws-pop-best)
               to sm-check-number(ws-sample-count).
           move pp-routing(ws-pop-best)
               to sm-routing(ws-sample-count).
           move pp-account(ws-pop-best)
               to sm-account(ws-sample-count).
           move pp-account-type(ws-pop-best)
               to sm-account-type(ws-sample-count).
           move pp-company(ws-pop-best)
               to sm-company(ws-sample-count).
           move pp-draw-number(ws-pop-best)
               to sm-draw-number(ws-sample-count).
           move st-count(ws-stratum-idx)
               to sm-stratum-count(ws-sample-count).
           move st-quota(ws-stratum-idx)
               to sm-stratum-quota(ws-sample-count).

      *****************************************************
      * the saved sample list - written on a draw, read back
      * on a reprint
      *****************************************************
       save-sample-list.
           open output sample-list-file.
           if ws-samplist-status not = '00'
               display "ERROR opening sample list, status="
                   ws-samplist-status
               move 8 to return-code
           else
               move spaces to audit-sample-record
               move 'H' to as-record-type
               move ws-period-start to as-period-start
               move ws-period-end to as-period-end
               move ws-seed to as-seed
               move ws-requested-size to as-requested-size
               perform varying ws-band-idx from 1 by 1
                   until ws-band-idx > 4
                   move ws-band-limit(ws-band-idx)
                       to as-band-limit(ws-band-idx)
               end-perform
               move ws-pop-count to as-population-count
               move ws-sample-count to as-drawn-count
               move ws-run-date-n to as-drawn-date
               perform write-sample-list-record
               perform varying ws-sample-idx from 1 by 1
                   until ws-sample-idx > ws-sample-count
                   move sample-entry(ws-sample-idx)
                       to audit-sample-record
                   perform write-sample-list-record
               end-perform
               move spaces to audit-sample-record
               move 'T' to as-record-type
               move ws-sample-count to as-trailer-count
               perform write-sample-list-record
               close sample-list-file
           end-if.
           move ws-pop-count to ws-saved-population.
           move ws-run-date-n to ws-drawn-date.

       write-sample-list-record.
           write audit-sample-record.
           if ws-samplist-status not = '00'
               display "ERROR writing sample list, status="
                   ws-samplist-status
               move 8 to return-code
           end-if.

       load-saved-sample.
           open input sample-list-file.
           if ws-samplist-status not = '00'
               display "ERROR opening saved sample list, status="
                   ws-samplist-status
               move 8 to return-code
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read sample-list-file
                       at end
                           set eof to true
                       not at end
                           perform take-saved-record
                   end-read
                   if ws-samplist-status not = '00'
                       and ws-samplist-status not = '10'
                       display "ERROR reading saved sample list, "
                           "status=" ws-samplist-status
                       move 8 to return-code
                       set eof to true
                   end-if
               end-perform
               close sample-list-file
               if not saved-header-seen
                   or not saved-trailer-seen
                   or ws-saved-trailer-count not = ws-sample-count
                   display "Saved sample list is incomplete - "
                       "not reprinted."
                   move 8 to return-code
               end-if
           end-if.

       take-saved-record.
           evaluate true
               when as-header
                   set saved-header-seen to true
                   move as-period-start to ws-period-start
                   move as-period-end to ws-period-end
                   move as-seed to ws-seed
                   move as-requested-size to ws-requested-size
                   move zeros to ws-band-count
                   perform varying ws-band-idx from 1 by 1
                       until ws-band-idx > 4
                       move as-band-limit(ws-band-idx)
                           to ws-band-limit(ws-band-idx)
                       if ws-band-limit(ws-band-idx) > 0
                           move ws-band-idx to ws-band-count
                       end-if
                   end-perform
                   move as-population-count to ws-saved-population
                   move as-drawn-date to ws-drawn-date
               when as-detail
                   if ws-sample-count < ws-max-sample
                       add 1 to ws-sample-count
                       move audit-sample-record
                           to sample-entry(ws-sample-count)
                   end-if
               when as-trailer
                   set saved-trailer-seen to true
                   move as-trailer-count to ws-saved-trailer-count
           end-evaluate.

      *****************************************************
      * the front pages - what the sample was drawn from, the
      * strata (on a draw) and the sample list
      *****************************************************
       print-sample-summary.
           move "Sample drawn from the period's payments"
               to ws-page-caption.
           perform print-page-header.
           move "Period start: " to pl-label.
           move ws-period-start to pl-value.
           perform write-parameter-line.
           move "Period end: " to pl-label.
           move ws-period-end to pl-value.
           perform write-parameter-line.
           move "Seed: " to pl-label.
           move ws-seed to pl-value.
           perform write-parameter-line.
           move "Sample size requested: " to pl-number-label.
           move ws-requested-size to pl-number.
           perform write-number-line.
           perform print-band-limit
               varying ws-band-idx from 1 by 1
               until ws-band-idx > ws-band-count.
           move "Payments in the period: " to pl-number-label.
           move ws-saved-population to pl-number.
           perform write-number-line.
           move "Payments sampled: " to pl-number-label.
           move ws-sample-count to pl-number.
           perform write-number-line.
           move "Sample drawn on: " to pl-label.
           move ws-drawn-date to pl-value.
           perform write-parameter-line.
           if reprint-mode
               move "REPRINT of the saved sample list"
                   to report-line
               perform write-report-line
           end-if.
           if draw-mode
               move spaces to report-line
               perform write-report-line
               move "Strata (department / amount band):"
                   to report-line
               perform write-report-line
               move hl-strata-headers to report-line
               perform write-report-line
               perform print-one-stratum
                   varying ws-stratum-idx from 1 by 1
                   until ws-stratum-idx > ws-stratum-count
           end-if.
           move spaces to report-line.
           perform write-report-line.
           move "Sampled payments:" to report-line.
           perform write-report-line.
           move hl-sample-headers to report-line.
           perform write-report-line.
           perform print-one-sample-line
               varying ws-sample-idx from 1 by 1
               until ws-sample-idx > ws-sample-count.

       print-band-limit.
           move spaces to pl-number-label.
           string "Band " ws-band-idx " up to: "
               delimited by size into pl-number-label.
           move ws-band-limit(ws-band-idx) to pl-number.
           perform write-number-line.

       print-one-stratum.
           move st-dept(ws-stratum-idx) to tl-dept.
           move st-band(ws-stratum-idx) to tl-band.
           move st-count(ws-stratum-idx) to tl-count.
           move st-quota(ws-stratum-idx) to tl-quota.
           move tl-stratum-line to report-line.
           perform write-report-line.

       print-one-sample-line.
           move sm-sample-number(ws-sample-idx) to ll-item.
           move sm-source(ws-sample-idx) to ll-source.
           move sm-employee-id(ws-sample-idx) to ll-employee-id.
           move sm-dept(ws-sample-idx) to ll-dept.
           move sm-band(ws-sample-idx) to ll-band.
           move sm-amount(ws-sample-idx) to ll-amount.
           move sm-pay-date(ws-sample-idx) to ll-pay-date.
           move sm-run-date(ws-sample-idx) to ll-run-date.
           move sm-draw-number(ws-sample-idx) to ll-draw-number.
           move ll-sample-line to report-line.
           perform write-report-line.

      *****************************************************
      * one evidence page per sampled payment
      *****************************************************
       print-evidence-page.
           move sm-employee-id(ws-sample-idx) to ws-employee-id.
           move spaces to ws-page-caption.
           string "Evidence - sample item "
               sm-sample-number(ws-sample-idx) " of "
               ws-sample-count ", employee " ws-employee-id
               delimited by size into ws-page-caption.
           perform print-page-header.
           perform show-payment.
           perform show-person-record.
           perform show-salary-records.
           perform show-comp-history.
           perform show-net-pay.
           perform show-audit-history.

       show-payment.
           move "PAYMENT" to hl-section.
           perform write-section-line.
           if sm-bank-deposit(ws-sample-idx)
               move "Source: " to el-text-label
               move "bank deposit (BANKPAY)" to el-text
           else
               move "Source: " to el-text-label
               move "check (check register)" to el-text
           end-if.
           perform write-text-line.
           move "Amount: " to el-amount-label.
           move sm-amount(ws-sample-idx) to el-amount.
           perform write-amount-line.
           move "Settled / issued: " to el-text-label.
           move sm-pay-date(ws-sample-idx) to el-text.
           perform write-text-line.
           move "Produced by the run of: " to el-text-label.
           move sm-run-date(ws-sample-idx) to el-text.
           perform write-text-line.
           move "Company: " to el-text-label.
           move sm-company(ws-sample-idx) to el-text.
           perform write-text-line.
           move "Stratum: " to el-text-label.
           move spaces to el-text.
           string "dept " sm-dept(ws-sample-idx) " band "
               sm-band(ws-sample-idx) " - "
               sm-stratum-quota(ws-sample-idx) " of "
               sm-stratum-count(ws-sample-idx) " payments"
               delimited by size into el-text.
           perform write-text-line.
           move "Draw number: " to el-text-label.
           move sm-draw-number(ws-sample-idx) to el-text.
           perform write-text-line.
           if sm-bank-deposit(ws-sample-idx)
               move "Paid to: " to el-text-label
               move spaces to el-text
               string "routing " sm-routing(ws-sample-idx)
                   " account " sm-account(ws-sample-idx)
                   " type " sm-account-type(ws-sample-idx)
                   delimited by size into el-text
               perform write-text-line
           else
               perform show-check-destination
           end-if.

      * the check as the register holds it today - cleared,
      * voided or still outstanding.
       show-check-destination.
           move "Paid by: " to el-text-label.
           move spaces to el-text.
           string "check " sm-check-number(ws-sample-idx)
               delimited by size into el-text.
           perform write-text-line.
           if checkreg-open
               move sm-check-number(ws-sample-idx)
                   to ck-check-number
               read check-register-file
                   invalid key
                       move "Check status: " to el-text-label
                       move "NOT ON THE CHECK REGISTER" to el-text
                       perform write-text-line
                   not invalid key
                       move "Check status: " to el-text-label
                       evaluate true
                           when ck-cleared
                               move "cleared by the bank"
                                   to el-text
                           when ck-void
                               move "VOIDED" to el-text
                           when other
                               move "issued, outstanding"
                                   to el-text
                       end-evaluate
                       perform write-text-line
                       move "Check source: " to el-text-label
                       evaluate true
                           when ck-source-offcycle
                               move "off-cycle payment" to el-text
                           when other
                               move "nightly payment run"
                                   to el-text
                       end-evaluate
                       perform write-text-line
               end-read
           end-if.

       show-person-record.
           move "PERSON MASTER" to hl-section.
           perform write-section-line.
           if not person-open
               move "** PERSON FILE NOT AVAILABLE **"
                   to report-line
               perform write-report-line
           else
               move ws-employee-id to employee-id of person-record
               read person-file
                   invalid key
                       move spaces to report-line
                       string "Employee " ws-employee-id
                           " is NOT on the person master"
                           delimited by size into report-line
                       perform write-report-line
                   not invalid key
                       move ws-employee-id to pl-employee-id
                       move person-name to pl-name
                       move person-age to pl-age
                       move person-dept to pl-dept
                       move pl-person-line to report-line
                       perform write-report-line
                       move person-status to pl-status
                       move person-status-date to pl-status-date
                       move person-leave-pay to pl-leave-pay
                       move person-company to pl-company
                       move pl-status-line to report-line
                       perform write-report-line
               end-read
           end-if.

       show-salary-records.
           move "SALARY MASTER RECORDS AND APPROVAL STATUS"
               to hl-section.
           perform write-section-line.
           move zeros to ws-match-count.
           if not salary-open
               move "** SALARY FILE NOT AVAILABLE **"
                   to report-line
               perform write-report-line
           else
               move 'N' to ws-salary-eof-flag
               move ws-employee-id to employee-id of salary-record
               move low-values to record-type
               move zeros to salary-sequence
               start salary-file key is not less than salary-key
                   invalid key
                       set salary-eof to true
               end-start
               perform until salary-eof
                   read salary-file next record
                       at end
                           set salary-eof to true
                       not at end
                           if employee-id of salary-record
                               not = ws-employee-id
                               or record-type = 'T'
                               set salary-eof to true
                           else
                               perform show-one-salary-record
                           end-if
                   end-read
               end-perform
               move "Salary records: " to fl-count-label
               move ws-match-count to fl-count
               move fl-count-line to report-line
               perform write-report-line
           end-if.

       show-one-salary-record.
           add 1 to ws-match-count.
           move record-type to sl-record-type.
           move salary-sequence to sl-sequence.
           move salary to sl-amount.
           move approval-status to sl-status.
           evaluate true
               when approval-approved
                   move "approved" to sl-status-text
               when approval-rejected
                   move "rejected" to sl-status-text
               when other
                   move "pending" to sl-status-text
           end-evaluate.
           move sl-salary-line to report-line.
           perform write-report-line.

      * every salary change applied up to the payment - the
      * adjustments, retro, commission and leave records the
      * salary update posted, with their source.
       show-comp-history.
           move "COMPENSATION HISTORY TO THE PAYMENT DATE"
               to hl-section.
           perform write-section-line.
           move zeros to ws-match-count.
           open input comp-history-file.
           if ws-comphist-status = '35'
               move "No compensation history on file."
                   to report-line
               perform write-report-line
           else
               if ws-comphist-status not = '00'
                   display "ERROR opening comp history file, "
                       "status=" ws-comphist-status
                   move "** COMPENSATION HISTORY NOT AVAILABLE **"
                       to report-line
                   perform write-report-line
               else
                   move 'N' to ws-eof-flag
                   perform until eof
                       read comp-history-file
                           at end
                               set eof to true
                           not at end
                               if ch-employee-id = ws-employee-id
                                   and ch-effective-date
                                   <= sm-pay-date(ws-sample-idx)
                                   perform write-comp-line
                               end-if
                       end-read
                   end-perform
                   close comp-history-file
               end-if
           end-if.
           move "Salary changes found: " to fl-count-label.
           move ws-match-count to fl-count.
           move fl-count-line to report-line.
           perform write-report-line.

       write-comp-line.
           add 1 to ws-match-count.
           move ch-effective-date to cl-effective-date.
           move ch-record-type to cl-record-type.
           move ch-old-amount to cl-old-amount.
           move ch-new-amount to cl-new-amount.
           move ch-source to cl-source.
           move cl-comp-line to report-line.
           perform write-report-line.

      * the posting journal rows the run applied for the
      * employee, then the settled pay result - kept only while
      * its generation is - with every deduction taken.
       show-net-pay.
           move "NET PAY BREAKDOWN" to hl-section.
           perform write-section-line.
           move zeros to ws-match-count.
           move zeros to ws-journal-net.
           open input posting-journal-file.
           if ws-postjrnl-status not = '00'
               move "** POSTING JOURNAL NOT AVAILABLE **"
                   to report-line
               perform write-report-line
           else
               move 'N' to ws-eof-flag
               perform until eof
                   read posting-journal-file
                       at end
                           set eof to true
                       not at end
                           if pj-employee-id = ws-employee-id
                               and pj-run-date
                               = sm-run-date(ws-sample-idx)
                               perform write-journal-line
                           end-if
                   end-read
               end-perform
               close posting-journal-file
               if ws-match-count = 0
                   move "No posting journal rows for the run."
                       to report-line
                   perform write-report-line
               end-if
           end-if.
           move 'N' to ws-payrslt-found.
           open input pay-result-file.
           if ws-payrslt-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read pay-result-file
                       at end
                           set eof to true
                       not at end
                           if pr-detail
                               and pr-employee-id = ws-employee-id
                               and pr-run-date
                               = sm-run-date(ws-sample-idx)
                               set payrslt-found to true
                               set eof to true
                           end-if
                   end-read
               end-perform
               if payrslt-found
                   perform write-pay-result-lines
               end-if
               close pay-result-file
           end-if.
           if not payrslt-found
               move "Pay result for the run no longer kept."
                   to report-line
               perform write-report-line
           end-if.

       write-journal-line.
           add 1 to ws-match-count.
           move pj-run-date to jl-run-date.
           move pj-record-type to jl-record-type.
           move pj-gross to jl-gross.
           move pj-tax to jl-tax.
           move pj-net to jl-net.
           move jl-journal-line to report-line.
           perform write-report-line.
           add pj-net to ws-journal-net.

       write-pay-result-lines.
           move "Regular gross: " to el-amount-label.
           move pr-regular-gross to el-amount.
           perform write-amount-line.
           move "Bonus gross: " to el-amount-label.
           move pr-bonus-gross to el-amount.
           perform write-amount-line.
           move "Gross pay: " to el-amount-label.
           move pr-gross-pay to el-amount.
           perform write-amount-line.
           move "Pre-tax deductions: " to el-amount-label.
           move pr-pre-tax-total to el-amount.
           perform write-amount-line.
           move "Tax withheld: " to el-amount-label.
           move pr-tax-withheld to el-amount.
           perform write-amount-line.
           move "Extra withholding: " to el-amount-label.
           move pr-extra-withholding to el-amount.
           perform write-amount-line.
           move "Post-tax deductions: " to el-amount-label.
           move pr-post-tax-total to el-amount.
           perform write-amount-line.
           move "One-off deductions: " to el-amount-label.
           move pr-oneoff-deduction to el-amount.
           perform write-amount-line.
           move "Net before orders: " to el-amount-label.
           move pr-net-before-orders to el-amount.
           perform write-amount-line.
           move "Garnishment orders: " to el-amount-label.
           move pr-garnishment-total to el-amount.
           perform write-amount-line.
           move "Loan installments: " to el-amount-label.
           move pr-loan-total to el-amount.
           perform write-amount-line.
           move "Net pay: " to el-amount-label.
           move pr-net-pay to el-amount.
           perform write-amount-line.
           perform write-one-deduction
               varying ws-payrslt-idx from 1 by 1
               until ws-payrslt-idx > pr-deduction-count
                   or ws-payrslt-idx > 20.
           compute ws-pay-difference =
               sm-amount(ws-sample-idx) - pr-net-pay.
           move "Payment less net pay: " to el-amount-label.
           move ws-pay-difference to el-amount.
           perform write-amount-line.

       write-one-deduction.
           move pr-deduction-code(ws-payrslt-idx) to dl-code.
           move pr-deduction-timing(ws-payrslt-idx) to dl-timing.
           move pr-deduction-amount(ws-payrslt-idx) to dl-amount.
           move dl-deduction-line to report-line.
           perform write-report-line.

      * every audit entry whose key starts with the employee-id
      * and is dated in the period - the live log and every
      * archive generation kept.
       show-audit-history.
           move "AUDIT LOG ENTRIES IN THE PERIOD" to hl-section.
           perform write-section-line.
           move zeros to ws-match-count.
           open input audit-log-file.
           if ws-audit-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read audit-log-file
                       at end
                           set eof to true
                       not at end
                           if audit-key(1:6) = ws-employee-id
                               and audit-date >= ws-period-start
                               and audit-date <= ws-period-end
                               perform write-audit-line
                           end-if
                   end-read
               end-perform
               close audit-log-file
           end-if.
           open input archive-file.
           if ws-archive-status = '00'
               move 'N' to ws-eof-flag
               perform until eof
                   read archive-file
                       at end
                           set eof to true
                       not at end
                           if arch-record-type = 'D'
                               and arch-key(1:6) = ws-employee-id
                               and arch-audit-date >= ws-period-start
                               and arch-audit-date <= ws-period-end
                               perform write-archive-line
                           end-if
                   end-read
               end-perform
               close archive-file
           end-if.
           move "Audit entries found: " to fl-count-label.
           move ws-match-count to fl-count.
           move fl-count-line to report-line.
           perform write-report-line.

       write-audit-line.
           add 1 to ws-match-count.
           move audit-date to al-date.
           move audit-time to al-time.
           move audit-operator-id to al-operator.
           move audit-file-name to al-file.
           move audit-key to al-key.
           move audit-action to al-action.
           move "live" to al-where.
           move al-audit-line to report-line.
           perform write-report-line.

       write-archive-line.
           add 1 to ws-match-count.
           move arch-audit-date to al-date.
           move arch-audit-time to al-time.
           move arch-operator-id to al-operator.
           move arch-file-name to al-file.
           move arch-key to al-key.
           move arch-action to al-action.
           move "archive" to al-where.
           move al-audit-line to report-line.
           perform write-report-line.

      *****************************************************
      * report lines and pages
      *****************************************************
       write-section-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-section-line to report-line.
           perform write-report-line.

       write-parameter-line.
           move pl-parameter-line to report-line.
           perform write-report-line.

       write-number-line.
           move pl-number-line to report-line.
           perform write-report-line.

       write-text-line.
           move el-text-line to report-line.
           perform write-report-line.

       write-amount-line.
           move el-amount-line to report-line.
           perform write-report-line.

      * a page that runs long carries on under the same caption.
       write-report-line.
           if ws-line-count >= ws-lines-per-page
               move report-line to hl-caption-line
               perform print-page-header
               move hl-caption-line to report-line
           end-if.
           perform write-raw-line.
           add 1 to ws-line-count.

       print-page-header.
           add 1 to ws-page-count.
           if ws-page-count > 1
               move spaces to report-line
               perform write-raw-line
           end-if.
           move ws-run-date-display to hl-date-value.
           move ws-page-count to hl-page-value.
           move hl-title to report-line.
           perform write-raw-line.
           move hl-run-date to report-line.
           perform write-raw-line.
           move ws-page-caption to report-line.
           perform write-raw-line.
           move spaces to report-line.
           perform write-raw-line.
           move 0 to ws-line-count.

       write-raw-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing sample report, status="
                   ws-report-status
           end-if.
