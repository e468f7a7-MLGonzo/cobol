       identification division.
       program-id. control-sheet.
       author Gonzo.
      * nightly control sheet - the last step of the nightly
      * stream, and the one page payroll signs the night off
      * from. It reads the run-control ledger for the business
      * date and the night's control outputs - the payroll
      * summary (SALRPT), run variance (VARRPT), payment
      * reconciliation (RECONRPT), master change (CHGRPT) and
      * master verification (VERRPT) reports, the feed edit
      * rejects (adjustment, timesheet, leave, commission and
      * expense) and both exception files - and prints:
      *   - every nightly step's state and return code, with
      *     input / accepted / rejected counts where the step
      *     reports them;
      *   - the accumulate run's control totals beside the
      *     night's reconciliation results;
      *   - an overall verdict with every reason behind it.
      * FAILED - a step abended, ended RC 8 or more, or never
      *          ran; no steps on the ledger at all; the payroll
      *          control totals, payment reconciliation or master
      *          verification did not tie; a control report is
      *          missing though its step completed.
      * REVIEW - a step ended with a warning return code or ran
      *          again under a force release; rejects, exceptions,
      *          pending or rejected salary records; variance
      *          warnings or no comparison; changes flagged for
      *          review.
      * GOOD   - none of the above.
      * The step ends RC=0 for GOOD, RC=4 for REVIEW and RC=8 for
      * FAILED. A missing or empty output reads as not produced.
      * It does not bracket itself on the ledger, so it can be
      * rerun for a date as often as needed.
      * SYSIN card: business date YYYYMMDD (zeros = today).
       environment division.
       input-output section.
       file-control.
           select run-control-file assign to runctl
           organization is indexed
           access mode is dynamic
           record key is rc-key
           file status is ws-runctl-status.
           select salary-report-file assign to salrpt
           organization is line sequential
           file status is ws-input-status.
           select variance-report-file assign to varrpt
           organization is line sequential
           file status is ws-input-status.
           select recon-report-file assign to reconrpt
           organization is line sequential
           file status is ws-input-status.
           select change-report-file assign to chgrpt
           organization is line sequential
           file status is ws-input-status.
           select verify-report-file assign to verrpt
           organization is line sequential
           file status is ws-input-status.
           select adj-reject-file assign to adjrej
           organization is line sequential
           file status is ws-input-status.
           select ts-reject-file assign to tsrej
           organization is line sequential
           file status is ws-input-status.
           select leave-reject-file assign to lvrej
           organization is line sequential
           file status is ws-input-status.
           select comm-reject-file assign to commrej
           organization is line sequential
           file status is ws-input-status.
           select exp-reject-file assign to exprej
           organization is line sequential
           file status is ws-input-status.
           select salary-exception-file assign to salexc
           organization is line sequential
           file status is ws-input-status.
           select update-exception-file assign to updexc
           organization is line sequential
           file status is ws-input-status.
           select report-file assign to ctlrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd run-control-file.
           copy "run-control-record.cpy".
       fd salary-report-file.
       01 salary-report-line pic x(80).
       fd variance-report-file.
       01 variance-report-line pic x(80).
       fd recon-report-file.
       01 recon-report-line pic x(80).
       fd change-report-file.
       01 change-report-line pic x(80).
       fd verify-report-file.
       01 verify-report-line pic x(80).
       fd adj-reject-file.
       01 adj-reject-line pic x(80).
       fd ts-reject-file.
       01 ts-reject-line pic x(80).
       fd leave-reject-file.
       01 leave-reject-line pic x(80).
       fd comm-reject-file.
       01 comm-reject-line pic x(80).
       fd exp-reject-file.
       01 exp-reject-line pic x(80).
       fd salary-exception-file.
       01 salary-exception-line pic x(80).
       fd update-exception-file.
       01 update-exception-line pic x(80).
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-runctl-status pic xx value '00'.
       01 ws-input-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-business-date pic 9(8) value zeros.
       01 ws-print-stamp.
           05 ws-print-date pic 9(8).
           05 ws-print-time pic 9(6).
       01 ws-ledger-row-count pic 9(3) value zeros.
      * the nightly stream's steps, in stream order, by their
      * run-control ledger names
       01 expected-step-values.
           05 filler pic x(28) value 'MSTUNLDPPerson master backup'.
           05 filler pic x(28) value 'MSTUNLDSSalary master backup'.
           05 filler pic x(28) value 'PERSLOADPerson maintenance'.
           05 filler pic x(28) value 'READPERSPerson listing'.
           05 filler pic x(28) value 'ADJEDIT Adjustment feed edit'.
           05 filler pic x(28) value 'TIMEEDITTimesheet edit'.
           05 filler pic x(28) value 'LEAVEUPDLeave posting'.
           05 filler pic x(28) value 'RETROPAYRetro pay'.
           05 filler pic x(28) value 'COMMEDITCommission edit'.
           05 filler pic x(28) value 'EXPEDIT Expense claim edit'.
           05 filler pic x(28) value 'PERSALVFMaster verification'.
           05 filler pic x(28) value 'SALUPDT Salary update'.
           05 filler pic x(28) value 'SALCOMP Master change report'.
           05 filler pic x(28) value 'SALARY  Payroll accumulate'.
           05 filler pic x(28) value 'LABDIST Labor distribution'.
           05 filler pic x(28) value 'RUNVAR  Run variance'.
           05 filler pic x(28) value 'PAYSLIP Pay statements'.
           05 filler pic x(28) value 'ANOMALY Anomaly checks'.
           05 filler pic x(28) value 'BANKEXT Bank and check run'.
           05 filler pic x(28) value 'PAYRECONPayment reconcile'.
           05 filler pic x(28) value 'POSPAY  Positive pay'.
           05 filler pic x(28) value 'SALPROM Master promotion'.
           05 filler pic x(28) value 'CENSUS  Headcount census'.
       01 expected-step-table redefines expected-step-values.
           05 expected-step occurs 23 times.
               10 ex-step-name pic x(8).
               10 ex-description pic x(20).
       01 ws-step-count pic 99 value 23.
       01 ws-step-idx pic 99.
       01 ws-find-name pic x(8).
       01 ws-found-idx pic 99.
       01 step-result-table.
           05 step-result occurs 23 times.
               10 sr-state pic x.
                   88 sr-not-run value 'N'.
                   88 sr-running value 'R'.
                   88 sr-complete value 'C'.
                   88 sr-released value 'F'.
               10 sr-return-code pic 9(4).
               10 sr-record-count pic 9(6).
               10 sr-forced-by pic x(8).
      * counts from the step's own report - 'P' when it reports
      * what came in and what was rejected but no accepted count
               10 sr-counts-known pic x.
                   88 sr-has-counts value 'Y' 'P'.
                   88 sr-no-accepted value 'P'.
               10 sr-input pic 9(6).
               10 sr-accepted pic 9(6).
               10 sr-rejected pic 9(6).
      * ledger rows for the date from outside the nightly list
      * (off-cycle runs, year-end) - listed, not judged
       01 ws-other-count pic 99 value zeros.
       01 ws-other-idx pic 99.
       01 other-step-table.
           05 other-step occurs 20 times.
               10 os-step-name pic x(8).
               10 os-status pic x.
               10 os-return-code pic 9(4).
               10 os-record-count pic 9(6).
      * what the control outputs said
       01 ws-salrpt-flag pic x value 'N'.
           88 salrpt-read value 'Y'.
       01 ws-sal-records pic 9(6) value zeros.
       01 ws-sal-regular pic 9(8) value zeros.
       01 ws-sal-bonus pic 9(8) value zeros.
       01 ws-sal-deduction pic 9(8) value zeros.
       01 ws-sal-gross pic 9(8) value zeros.
       01 ws-sal-net pic 9(8) value zeros.
       01 ws-sal-pending pic 9(6) value zeros.
       01 ws-sal-rejected pic 9(6) value zeros.
       01 ws-sal-control pic x(40) value spaces.
       01 ws-varrpt-flag pic x value 'N'.
           88 varrpt-read value 'Y'.
       01 ws-variance-result pic x(50) value spaces.
       01 ws-reconrpt-flag pic x value 'N'.
           88 reconrpt-read value 'Y'.
       01 ws-recon-result pic x(50) value spaces.
       01 ws-recon-out pic s9(12) value zeros.
       01 ws-recon-booked pic s9(12) value zeros.
       01 ws-recon-difference pic s9(12) value zeros.
       01 ws-chgrpt-flag pic x value 'N'.
           88 chgrpt-read value 'Y'.
       01 ws-chg-added pic 9(6) value zeros.
       01 ws-chg-removed pic 9(6) value zeros.
       01 ws-chg-changed pic 9(6) value zeros.
       01 ws-chg-flagged pic 9(6) value zeros.
       01 ws-verrpt-flag pic x value 'N'.
           88 verrpt-read value 'Y'.
       01 ws-verify-result pic x(45) value spaces.
       01 ws-salexc-count pic 9(6) value zeros.
       01 ws-updexc-count pic 9(6) value zeros.
      * the feed edits all end their reject report with the same
      * summary block: received, then the accepted count under
      * each edit's own label, then rejected
       01 ws-edit-step pic x(8).
       01 ws-edit-flag pic x value 'N'.
           88 edit-read value 'Y'.
       01 ws-next-is-accepted pic x value 'N'.
           88 next-is-accepted value 'Y'.
       01 ws-edit-input pic 9(6).
       01 ws-edit-accepted pic 9(6).
       01 ws-edit-rejected pic 9(6).
      * one report line, seen through each report's layout
       01 sc-line pic x(80).
       01 sc-count-view redefines sc-line.
           05 sc-label pic x(25).
           05 sc-count pic zzzzz9.
           05 filler pic x(49).
       01 sc-amount-view redefines sc-line.
           05 filler pic x(25).
           05 sc-amount pic z(7)9.
           05 filler pic x(47).
       01 sc-status-view redefines sc-line.
           05 filler pic x(25).
           05 sc-status pic x(40).
           05 filler pic x(15).
       01 sc-result20-view redefines sc-line.
           05 sc-result20-label pic x(20).
           05 sc-result20 pic x(50).
           05 filler pic x(10).
       01 sc-result25-view redefines sc-line.
           05 filler pic x(25).
           05 sc-result25 pic x(45).
           05 filler pic x(10).
       01 sc-recon-view redefines sc-line.
           05 sc-recon-label pic x(30).
           05 sc-recon-amount pic -(11)9.
           05 filler pic x(38).
      * the verdict and the reasons for it
       01 ws-verdict pic x value 'G'.
           88 verdict-good value 'G'.
           88 verdict-review value 'R'.
           88 verdict-failed value 'F'.
       01 ws-reason-sev pic x.
       01 ws-reason-text pic x(66).
       01 ws-reason-count pic 99 value zeros.
       01 ws-reason-idx pic 99.
       01 ws-reason-lost pic 9(3) value zeros.
       01 reason-table.
           05 reason-entry occurs 40 times.
               10 re-sev pic x.
               10 re-text pic x(66).
       01 ws-edit-rc pic zzz9.
       01 ws-edit-count pic zzzzz9.
       01 ws-edit-amount pic -(11)9.
      * the side-by-side block: control totals on the left,
      * reconciliation results on the right
       01 ws-left-count pic 99 value zeros.
       01 ws-right-count pic 99 value zeros.
       01 ws-side-idx pic 99.
       01 ws-side-rows pic 99.
       01 ws-side-label pic x(20).
       01 ws-side-value pic 9(8).
       01 ws-side-known pic x.
       01 ws-side-text pic x(20).
       01 left-table.
           05 left-entry occurs 12 times.
               10 lt-label pic x(20).
               10 lt-value pic 9(8).
               10 lt-known pic x.
                   88 lt-value-known value 'Y'.
       01 right-table.
           05 right-entry occurs 12 times.
               10 rt-label pic x(18).
               10 rt-value pic x(20).

       01 hl-title.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value 'NIGHTLY CONTROL SHEET'.
       01 hl-date-line.
           05 filler pic x(15) value 'Business date: '.
           05 hl-date pic 9(8).
           05 filler pic x(13) value '    Printed: '.
           05 hl-print-date pic 9(8).
           05 filler pic x value space.
           05 hl-print-time pic 9(6).
       01 hl-verdict-line.
           05 filler pic x(17) value 'OVERALL VERDICT: '.
           05 hl-verdict pic x(6).
       01 hl-section-line.
           05 hl-section pic x(40).
       01 hl-step-headers.
           05 filler pic x(9) value 'Step'.
           05 filler pic x(21) value 'Description'.
           05 filler pic x(10) value 'State'.
           05 filler pic x(6) value '  RC'.
           05 filler pic x(9) value '   Input'.
           05 filler pic x(9) value 'Accepted'.
           05 filler pic x(9) value 'Rejected'.
       01 dl-step-line.
           05 dl-step-name pic x(8).
           05 filler pic x value space.
           05 dl-description pic x(20).
           05 filler pic x value space.
           05 dl-state pic x(9).
           05 filler pic x value space.
           05 dl-rc pic zzz9.
           05 filler pic x(3) value spaces.
           05 dl-input pic zzzzz9.
           05 filler pic x(3) value spaces.
           05 dl-accepted pic zzzzz9.
           05 filler pic x(3) value spaces.
           05 dl-rejected pic zzzzz9.
           05 filler pic x value space.
           05 dl-forced pic x(8).
       01 dl-other-line.
           05 dl-other-name pic x(8).
           05 filler pic x value space.
           05 filler pic x(20) value '(other run)'.
           05 filler pic x value space.
           05 dl-other-state pic x(9).
           05 filler pic x value space.
           05 dl-other-rc pic zzz9.
           05 filler pic x(3) value spaces.
           05 dl-other-count pic zzzzz9.
       01 dl-side-line.
           05 dl-left-label pic x(20).
           05 dl-left-value pic z(7)9.
           05 dl-left-value-x redefines dl-left-value pic x(8).
           05 filler pic x(4) value spaces.
           05 dl-right-label pic x(18).
           05 dl-right-value pic x(20).
       01 dl-reason-line.
           05 dl-reason-sev pic x(8).
           05 dl-reason-text pic x(66).
       procedure division.
       aa-start.
           display "Business date (YYYYMMDD, zeros = today): "
           accept ws-business-date.
           if ws-business-date = 0
               move function current-date(1:8) to ws-business-date
           end-if.
           move function current-date(1:14) to ws-print-stamp.
           perform clear-step-result
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.
           perform read-ledger-rows.
           if return-code >= 8
               go to zz-end
           end-if.
           perform scan-salary-report.
           perform scan-variance-report.
           perform scan-recon-report.
           perform scan-change-report.
           perform scan-verify-report.
           perform scan-adj-rejects.
           perform scan-ts-rejects.
           perform scan-leave-rejects.
           perform scan-comm-rejects.
           perform scan-exp-rejects.
           perform count-salary-exceptions.
           perform count-update-exceptions.
       bb-judge.
           perform judge-steps.
           perform judge-control-outputs.
           perform build-side-tables.
       cc-print.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening control sheet, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           perform print-sheet-heading.
           perform print-step-results.
           perform print-side-by-side.
           perform print-reasons.
           close report-file.
           evaluate true
               when verdict-failed
                   display "Night of " ws-business-date
                       " FAILED - " ws-reason-count " reason(s)."
                   move 8 to return-code
               when verdict-review
                   display "Night of " ws-business-date
                       " needs REVIEW - " ws-reason-count
                       " reason(s)."
                   move 4 to return-code
               when other
                   display "Night of " ws-business-date " GOOD."
           end-evaluate.
       zz-end.
           stop run.

       clear-step-result.
           move 'N' to sr-state(ws-step-idx).
           move zeros to sr-return-code(ws-step-idx).
           move zeros to sr-record-count(ws-step-idx).
           move spaces to sr-forced-by(ws-step-idx).
           move 'N' to sr-counts-known(ws-step-idx).
           move zeros to sr-input(ws-step-idx).
           move zeros to sr-accepted(ws-step-idx).
           move zeros to sr-rejected(ws-step-idx).

      *****************************************************
      * the run-control ledger - every row for the date
      *****************************************************
       read-ledger-rows.
           open input run-control-file.
           if ws-runctl-status = '35'
               display "No run control ledger on file."
           else
               if ws-runctl-status not = '00'
                   display "ERROR opening run control file, status="
                       ws-runctl-status
                   move 8 to return-code
               else
                   move ws-business-date to rc-business-date
                   move spaces to rc-step-name
                   start run-control-file key is not less than rc-key
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read run-control-file next record
                           at end
                               set eof to true
                           not at end
                               if rc-business-date not =
                                   ws-business-date
                                   set eof to true
                               else
                                   perform take-ledger-row
                               end-if
                       end-read
                   end-perform
                   close run-control-file
               end-if
           end-if.

       take-ledger-row.
           add 1 to ws-ledger-row-count.
           move rc-step-name to ws-find-name.
           perform find-expected-step.
           if ws-found-idx > 0
               move rc-status to sr-state(ws-found-idx)
               move rc-return-code to sr-return-code(ws-found-idx)
               move rc-record-count to sr-record-count(ws-found-idx)
               move rc-forced-by to sr-forced-by(ws-found-idx)
               if not sr-running(ws-found-idx)
                   and not sr-complete(ws-found-idx)
                   and not sr-released(ws-found-idx)
                   set sr-running(ws-found-idx) to true
               end-if
           else
               if ws-other-count < 20
                   add 1 to ws-other-count
                   move rc-step-name to os-step-name(ws-other-count)
                   move rc-status to os-status(ws-other-count)
                   move rc-return-code
                       to os-return-code(ws-other-count)
                   move rc-record-count
                       to os-record-count(ws-other-count)
               end-if
           end-if.

       find-expected-step.
           move zeros to ws-found-idx.
           perform varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
                   or ws-found-idx > 0
               if ex-step-name(ws-step-idx) = ws-find-name
                   move ws-step-idx to ws-found-idx
               end-if
           end-perform.

      *****************************************************
      * the control outputs - each read for the lines that
      * carry its totals and its own verdict
      *****************************************************
       scan-salary-report.
           move 'N' to ws-eof-flag.
           open input salary-report-file.
           if ws-input-status = '00'
               perform until eof
                   read salary-report-file
                       at end
                           set eof to true
                       not at end
                           move salary-report-line to sc-line
                           perform take-salary-report-line
                   end-read
               end-perform
               close salary-report-file
           end-if.
           if salrpt-read
               move 'SALARY' to ws-find-name
               perform find-expected-step
               move 'P' to sr-counts-known(ws-found-idx)
               move ws-sal-records to sr-input(ws-found-idx)
               move ws-sal-rejected to sr-rejected(ws-found-idx)
           end-if.

       take-salary-report-line.
           evaluate sc-label
               when "Records processed: "
                   set salrpt-read to true
                   move sc-count to ws-sal-records
               when "Regular pay total: "
                   move sc-amount to ws-sal-regular
               when "Bonus total: "
                   move sc-amount to ws-sal-bonus
               when "Deduction total: "
                   move sc-amount to ws-sal-deduction
               when "Grand total (gross): "
                   move sc-amount to ws-sal-gross
               when "Grand total (net): "
                   move sc-amount to ws-sal-net
               when "Pending approval: "
                   move sc-count to ws-sal-pending
               when "Rejected: "
                   move sc-count to ws-sal-rejected
               when "Control totals: "
                   move sc-status to ws-sal-control
           end-evaluate.

       scan-variance-report.
           move 'N' to ws-eof-flag.
           open input variance-report-file.
           if ws-input-status = '00'
               perform until eof
                   read variance-report-file
                       at end
                           set eof to true
                       not at end
                           move variance-report-line to sc-line
                           if sc-result20-label = "Variance result: "
                               set varrpt-read to true
                               move sc-result20 to ws-variance-result
                           end-if
                   end-read
               end-perform
               close variance-report-file
           end-if.

       scan-recon-report.
           move 'N' to ws-eof-flag.
           open input recon-report-file.
           if ws-input-status = '00'
               perform until eof
                   read recon-report-file
                       at end
                           set eof to true
                       not at end
                           move recon-report-line to sc-line
                           perform take-recon-report-line
                   end-read
               end-perform
               close recon-report-file
           end-if.

       take-recon-report-line.
           evaluate sc-recon-label
               when "Payments out (run): "
                   move sc-recon-amount to ws-recon-out
               when "Net pay booked (GL): "
                   move sc-recon-amount to ws-recon-booked
               when "Difference: "
                   move sc-recon-amount to ws-recon-difference
           end-evaluate.
           if sc-result20-label = "Reconciliation: "
               set reconrpt-read to true
               move sc-result20 to ws-recon-result
           end-if.

       scan-change-report.
           move 'N' to ws-eof-flag.
           open input change-report-file.
           if ws-input-status = '00'
               perform until eof
                   read change-report-file
                       at end
                           set eof to true
                       not at end
                           move change-report-line to sc-line
                           perform take-change-report-line
                   end-read
               end-perform
               close change-report-file
           end-if.

       take-change-report-line.
           evaluate sc-label
               when "Records added: "
                   set chgrpt-read to true
                   move sc-count to ws-chg-added
               when "Records removed: "
                   move sc-count to ws-chg-removed
               when "Records changed: "
                   move sc-count to ws-chg-changed
               when "Flagged for review: "
                   move sc-count to ws-chg-flagged
           end-evaluate.

       scan-verify-report.
           move 'N' to ws-eof-flag.
           open input verify-report-file.
           if ws-input-status = '00'
               perform until eof
                   read verify-report-file
                       at end
                           set eof to true
                       not at end
                           move verify-report-line to sc-line
                           if sc-label = "Verification result: "
                               set verrpt-read to true
                               move sc-result25 to ws-verify-result
                           end-if
                   end-read
               end-perform
               close verify-report-file
           end-if.

       scan-adj-rejects.
           perform start-edit-summary.
           move 'ADJEDIT' to ws-edit-step.
           open input adj-reject-file.
           if ws-input-status = '00'
               perform until eof
                   read adj-reject-file
                       at end
                           set eof to true
                       not at end
                           move adj-reject-line to sc-line
                           perform take-edit-summary-line
                   end-read
               end-perform
               close adj-reject-file
           end-if.
           perform store-edit-summary.

       scan-ts-rejects.
           perform start-edit-summary.
           move 'TIMEEDIT' to ws-edit-step.
           open input ts-reject-file.
           if ws-input-status = '00'
               perform until eof
                   read ts-reject-file
                       at end
                           set eof to true
                       not at end
                           move ts-reject-line to sc-line
                           perform take-edit-summary-line
                   end-read
               end-perform
               close ts-reject-file
           end-if.
           perform store-edit-summary.

       scan-leave-rejects.
           perform start-edit-summary.
           move 'LEAVEUPD' to ws-edit-step.
           open input leave-reject-file.
           if ws-input-status = '00'
               perform until eof
                   read leave-reject-file
                       at end
                           set eof to true
                       not at end
                           move leave-reject-line to sc-line
                           perform take-edit-summary-line
                   end-read
               end-perform
               close leave-reject-file
           end-if.
           perform store-edit-summary.

       scan-comm-rejects.
           perform start-edit-summary.
           move 'COMMEDIT' to ws-edit-step.
           open input comm-reject-file.
           if ws-input-status = '00'
               perform until eof
                   read comm-reject-file
                       at end
                           set eof to true
                       not at end
                           move comm-reject-line to sc-line
                           perform take-edit-summary-line
                   end-read
               end-perform
               close comm-reject-file
           end-if.
           perform store-edit-summary.

       scan-exp-rejects.
           perform start-edit-summary.
           move 'EXPEDIT' to ws-edit-step.
           open input exp-reject-file.
           if ws-input-status = '00'
               perform until eof
                   read exp-reject-file
                       at end
                           set eof to true
                       not at end
                           move exp-reject-line to sc-line
                           perform take-edit-summary-line
                   end-read
               end-perform
               close exp-reject-file
           end-if.
           perform store-edit-summary.

       start-edit-summary.
           move 'N' to ws-eof-flag.
           move 'N' to ws-edit-flag.
           move 'N' to ws-next-is-accepted.
           move zeros to ws-edit-input.
           move zeros to ws-edit-accepted.
           move zeros to ws-edit-rejected.

       take-edit-summary-line.
           if next-is-accepted
               move sc-count to ws-edit-accepted
               move 'N' to ws-next-is-accepted
           end-if.
           if sc-label = "Details received: "
               set edit-read to true
               move sc-count to ws-edit-input
               set next-is-accepted to true
           end-if.
           if sc-label = "Rejected: "
               move sc-count to ws-edit-rejected
           end-if.

       store-edit-summary.
           if edit-read
               move ws-edit-step to ws-find-name
               perform find-expected-step
               move 'Y' to sr-counts-known(ws-found-idx)
               move ws-edit-input to sr-input(ws-found-idx)
               move ws-edit-accepted to sr-accepted(ws-found-idx)
               move ws-edit-rejected to sr-rejected(ws-found-idx)
           end-if.

       count-salary-exceptions.
           move 'N' to ws-eof-flag.
           open input salary-exception-file.
           if ws-input-status = '00'
               perform until eof
                   read salary-exception-file
                       at end
                           set eof to true
                       not at end
                           if salary-exception-line not = spaces
                               add 1 to ws-salexc-count
                           end-if
                   end-read
               end-perform
               close salary-exception-file
           end-if.

       count-update-exceptions.
           move 'N' to ws-eof-flag.
           open input update-exception-file.
           if ws-input-status = '00'
               perform until eof
                   read update-exception-file
                       at end
                           set eof to true
                       not at end
                           if update-exception-line not = spaces
                               add 1 to ws-updexc-count
                           end-if
                   end-read
               end-perform
               close update-exception-file
           end-if.

      *****************************************************
      * the verdict - every reason is kept, the worst wins
      *****************************************************
       judge-steps.
           if ws-ledger-row-count = 0
               move 'F' to ws-reason-sev
               move "no steps recorded on the run ledger for the date"
                   to ws-reason-text
               perform add-reason
           else
               perform judge-one-step
                   varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
           end-if.

       judge-one-step.
           move spaces to ws-reason-text.
           evaluate true
               when sr-not-run(ws-step-idx)
                   move 'F' to ws-reason-sev
                   string ex-step-name(ws-step-idx) delimited by space
                       " did not run" delimited by size
                       into ws-reason-text
                   perform add-reason
               when sr-running(ws-step-idx)
                   move 'F' to ws-reason-sev
                   string ex-step-name(ws-step-idx) delimited by space
                       " abended - its row was left running"
                       delimited by size into ws-reason-text
                   perform add-reason
               when sr-released(ws-step-idx)
                   move 'R' to ws-reason-sev
                   string ex-step-name(ws-step-idx) delimited by space
                       " released by " delimited by size
                       sr-forced-by(ws-step-idx) delimited by space
                       " but not run again" delimited by size
                       into ws-reason-text
                   perform add-reason
               when sr-return-code(ws-step-idx) >= 8
                   move 'F' to ws-reason-sev
                   move sr-return-code(ws-step-idx) to ws-edit-rc
                   string ex-step-name(ws-step-idx) delimited by space
                       " ended RC " ws-edit-rc delimited by size
                       into ws-reason-text
                   perform add-reason
               when sr-return-code(ws-step-idx) > 0
                   move 'R' to ws-reason-sev
                   move sr-return-code(ws-step-idx) to ws-edit-rc
                   string ex-step-name(ws-step-idx) delimited by space
                       " ended with warnings, RC " ws-edit-rc
                       delimited by size into ws-reason-text
                   perform add-reason
           end-evaluate.
           if sr-complete(ws-step-idx)
               and sr-forced-by(ws-step-idx) not = spaces
               move 'R' to ws-reason-sev
               move spaces to ws-reason-text
               string ex-step-name(ws-step-idx) delimited by space
                   " ran again under a force release by "
                   delimited by size
                   sr-forced-by(ws-step-idx) delimited by space
                   into ws-reason-text
               perform add-reason
           end-if.
           if sr-has-counts(ws-step-idx)
               and sr-rejected(ws-step-idx) > 0
               move 'R' to ws-reason-sev
               move spaces to ws-reason-text
               move sr-rejected(ws-step-idx) to ws-edit-count
               string ex-step-name(ws-step-idx) delimited by space
                   " rejected" ws-edit-count " record(s)"
                   delimited by size into ws-reason-text
               perform add-reason
           end-if.

       judge-control-outputs.
           move 'SALARY' to ws-find-name.
           perform find-expected-step.
           if not salrpt-read
               if sr-complete(ws-found-idx)
                   move 'F' to ws-reason-sev
                   move "payroll summary report (SALRPT) is missing"
                       to ws-reason-text
                   perform add-reason
               end-if
           else
               if ws-sal-control not = "OK"
                   move 'F' to ws-reason-sev
                   move spaces to ws-reason-text
                   string "payroll control totals: " delimited by size
                       ws-sal-control delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
               if ws-sal-pending > 0
                   move 'R' to ws-reason-sev
                   move spaces to ws-reason-text
                   move ws-sal-pending to ws-edit-count
                   string ws-edit-count " salary record(s) pending "
                       "approval - not paid tonight" delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
           end-if.
           if ws-salexc-count > 0
               move 'R' to ws-reason-sev
               move spaces to ws-reason-text
               move ws-salexc-count to ws-edit-count
               string ws-edit-count " payroll exception(s) on SALEXC"
                   delimited by size into ws-reason-text
               perform add-reason
           end-if.
           if ws-updexc-count > 0
               move 'R' to ws-reason-sev
               move spaces to ws-reason-text
               move ws-updexc-count to ws-edit-count
               string ws-edit-count " salary update exception(s)"
                   delimited by size into ws-reason-text
               perform add-reason
           end-if.
           move 'RUNVAR' to ws-find-name.
           perform find-expected-step.
           if not varrpt-read
               if sr-complete(ws-found-idx)
                   move 'R' to ws-reason-sev
                   move "run variance not compared - too little history"
                       to ws-reason-text
                   perform add-reason
               end-if
           else
               if ws-variance-result(1:2) not = "OK"
                   move 'R' to ws-reason-sev
                   move spaces to ws-reason-text
                   string "run variance: " delimited by size
                       ws-variance-result delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
           end-if.
           move 'PAYRECON' to ws-find-name.
           perform find-expected-step.
           if not reconrpt-read
               if sr-complete(ws-found-idx)
                   move 'F' to ws-reason-sev
                   move "payment reconciliation (RECONRPT) is missing"
                       to ws-reason-text
                   perform add-reason
               end-if
           else
               if ws-recon-result(1:2) not = "OK"
                   move 'F' to ws-reason-sev
                   move spaces to ws-reason-text
                   string "payment reconciliation: " delimited by size
                       ws-recon-result delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
           end-if.
           move 'PERSALVF' to ws-find-name.
           perform find-expected-step.
           if not verrpt-read
               if sr-complete(ws-found-idx)
                   move 'F' to ws-reason-sev
                   move "master verification (VERRPT) is missing"
                       to ws-reason-text
                   perform add-reason
               end-if
           else
               if ws-verify-result(1:2) not = "OK"
                   move 'F' to ws-reason-sev
                   move spaces to ws-reason-text
                   string "master verification: " delimited by size
                       ws-verify-result delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
           end-if.
           move 'SALCOMP' to ws-find-name.
           perform find-expected-step.
           if not chgrpt-read
               if sr-complete(ws-found-idx)
                   move 'F' to ws-reason-sev
                   move "master change report (CHGRPT) is missing"
                       to ws-reason-text
                   perform add-reason
               end-if
           else
               if ws-chg-flagged > 0
                   move 'R' to ws-reason-sev
                   move spaces to ws-reason-text
                   move ws-chg-flagged to ws-edit-count
                   string ws-edit-count " salary change(s) flagged "
                       "for review on CHGRPT" delimited by size
                       into ws-reason-text
                   perform add-reason
               end-if
           end-if.

       add-reason.
           if ws-reason-sev = 'F'
               set verdict-failed to true
           else
               if not verdict-failed
                   set verdict-review to true
               end-if
           end-if.
           if ws-reason-count < 40
               add 1 to ws-reason-count
               move ws-reason-sev to re-sev(ws-reason-count)
               move ws-reason-text to re-text(ws-reason-count)
           else
               add 1 to ws-reason-lost
           end-if.

       build-side-tables.
           move 'N' to ws-side-known.
           if salrpt-read
               move 'Y' to ws-side-known
           end-if.
           move "Records processed" to ws-side-label.
           move ws-sal-records to ws-side-value.
           perform add-left-entry.
           move "Regular pay" to ws-side-label.
           move ws-sal-regular to ws-side-value.
           perform add-left-entry.
           move "Bonus" to ws-side-label.
           move ws-sal-bonus to ws-side-value.
           perform add-left-entry.
           move "Deductions" to ws-side-label.
           move ws-sal-deduction to ws-side-value.
           perform add-left-entry.
           move "Gross pay" to ws-side-label.
           move ws-sal-gross to ws-side-value.
           perform add-left-entry.
           move "Net pay" to ws-side-label.
           move ws-sal-net to ws-side-value.
           perform add-left-entry.
           move "Pending approval" to ws-side-label.
           move ws-sal-pending to ws-side-value.
           perform add-left-entry.
           move "Rejected" to ws-side-label.
           move ws-sal-rejected to ws-side-value.
           perform add-left-entry.
           move 'Y' to ws-side-known.
           move "Payroll exceptions" to ws-side-label.
           move ws-salexc-count to ws-side-value.
           perform add-left-entry.
           move "Update exceptions" to ws-side-label.
           move ws-updexc-count to ws-side-value.
           perform add-left-entry.
           move "Control totals" to ws-side-label.
           move "not produced" to ws-side-text.
           if salrpt-read
               move ws-sal-control to ws-side-text
           end-if.
           perform add-right-entry.
           move "Run variance" to ws-side-label.
           move "not produced" to ws-side-text.
           if varrpt-read
               move ws-variance-result to ws-side-text
           end-if.
           perform add-right-entry.
           move "Payment recon" to ws-side-label.
           move "not produced" to ws-side-text.
           if reconrpt-read
               move ws-recon-result to ws-side-text
           end-if.
           perform add-right-entry.
           if reconrpt-read
               move "  Payments out" to ws-side-label
               move ws-recon-out to ws-edit-amount
               move ws-edit-amount to ws-side-text
               perform add-right-entry
               move "  Net pay booked" to ws-side-label
               move ws-recon-booked to ws-edit-amount
               move ws-edit-amount to ws-side-text
               perform add-right-entry
               move "  Difference" to ws-side-label
               move ws-recon-difference to ws-edit-amount
               move ws-edit-amount to ws-side-text
               perform add-right-entry
           end-if.
           move "Master verify" to ws-side-label.
           move "not produced" to ws-side-text.
           if verrpt-read
               move ws-verify-result to ws-side-text
           end-if.
           perform add-right-entry.
           move "Changes flagged" to ws-side-label.
           move "not produced" to ws-side-text.
           if chgrpt-read
               move ws-chg-flagged to ws-edit-count
               move ws-edit-count to ws-side-text
           end-if.
           perform add-right-entry.
           if chgrpt-read
               move "  Chg/add/removed" to ws-side-label
               move spaces to ws-side-text
               move ws-chg-changed to ws-edit-count
               move ws-edit-count to ws-side-text(1:6)
               move ws-chg-added to ws-edit-count
               move ws-edit-count to ws-side-text(8:6)
               move ws-chg-removed to ws-edit-count
               move ws-edit-count to ws-side-text(15:6)
               perform add-right-entry
           end-if.

       add-left-entry.
           if ws-left-count < 12
               add 1 to ws-left-count
               move ws-side-label to lt-label(ws-left-count)
               move ws-side-value to lt-value(ws-left-count)
               move ws-side-known to lt-known(ws-left-count)
           end-if.

       add-right-entry.
           if ws-right-count < 12
               add 1 to ws-right-count
               move ws-side-label to rt-label(ws-right-count)
               move ws-side-text to rt-value(ws-right-count)
           end-if.

      *****************************************************
      * the sheet
      *****************************************************
       print-sheet-heading.
           move hl-title to report-line.
           perform write-report-line.
           move ws-business-date to hl-date.
           move ws-print-date to hl-print-date.
           move ws-print-time to hl-print-time.
           move hl-date-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           evaluate true
               when verdict-failed
                   move "FAILED" to hl-verdict
               when verdict-review
                   move "REVIEW" to hl-verdict
               when other
                   move "GOOD" to hl-verdict
           end-evaluate.
           move hl-verdict-line to report-line.
           perform write-report-line.

       print-step-results.
           move spaces to report-line.
           perform write-report-line.
           move "STEP RESULTS" to hl-section.
           move hl-section-line to report-line.
           perform write-report-line.
           move hl-step-headers to report-line.
           perform write-report-line.
           perform print-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.
           perform print-other-step
               varying ws-other-idx from 1 by 1
               until ws-other-idx > ws-other-count.

       print-one-step.
           move spaces to dl-step-line.
           move ex-step-name(ws-step-idx) to dl-step-name.
           move ex-description(ws-step-idx) to dl-description.
           evaluate true
               when sr-not-run(ws-step-idx)
                   move "NOT RUN" to dl-state
               when sr-running(ws-step-idx)
                   move "ABENDED" to dl-state
               when sr-released(ws-step-idx)
                   move "RELEASED" to dl-state
               when sr-return-code(ws-step-idx) >= 8
                   move "FAILED" to dl-state
               when sr-return-code(ws-step-idx) > 0
                   move "WARNING" to dl-state
               when other
                   move "COMPLETE" to dl-state
           end-evaluate.
           if not sr-not-run(ws-step-idx)
               move sr-return-code(ws-step-idx) to dl-rc
               move sr-forced-by(ws-step-idx) to dl-forced
               if sr-has-counts(ws-step-idx)
                   move sr-input(ws-step-idx) to dl-input
                   if not sr-no-accepted(ws-step-idx)
                       move sr-accepted(ws-step-idx) to dl-accepted
                   end-if
                   move sr-rejected(ws-step-idx) to dl-rejected
               else
                   move sr-record-count(ws-step-idx) to dl-input
               end-if
           end-if.
           move dl-step-line to report-line.
           perform write-report-line.

       print-other-step.
           move os-step-name(ws-other-idx) to dl-other-name.
           evaluate os-status(ws-other-idx)
               when 'C'
                   move "COMPLETE" to dl-other-state
               when 'F'
                   move "RELEASED" to dl-other-state
               when other
                   move "ABENDED" to dl-other-state
           end-evaluate.
           move os-return-code(ws-other-idx) to dl-other-rc.
           move os-record-count(ws-other-idx) to dl-other-count.
           move dl-other-line to report-line.
           perform write-report-line.

       print-side-by-side.
           move spaces to report-line.
           perform write-report-line.
           move spaces to dl-side-line.
           move "CONTROL TOTALS" to dl-left-label.
           move "RECONCILIATIONS" to dl-right-label.
           move dl-side-line to report-line.
           perform write-report-line.
           move ws-left-count to ws-side-rows.
           if ws-right-count > ws-side-rows
               move ws-right-count to ws-side-rows
           end-if.
           perform print-one-side-row
               varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-side-rows.

       print-one-side-row.
           move spaces to dl-side-line.
           if ws-side-idx <= ws-left-count
               move lt-label(ws-side-idx) to dl-left-label
               if lt-value-known(ws-side-idx)
                   move lt-value(ws-side-idx) to dl-left-value
               else
                   move "      --" to dl-left-value-x
               end-if
           end-if.
           if ws-side-idx <= ws-right-count
               move rt-label(ws-side-idx) to dl-right-label
               move rt-value(ws-side-idx) to dl-right-value
           end-if.
           move dl-side-line to report-line.
           perform write-report-line.

       print-reasons.
           move spaces to report-line.
           perform write-report-line.
           move "REASONS" to hl-section.
           move hl-section-line to report-line.
           perform write-report-line.
           if ws-reason-count = 0
               move spaces to dl-reason-line
               move "none - every step clean and every control tied"
                   to dl-reason-text
               move dl-reason-line to report-line
               perform write-report-line
           end-if.
           perform print-one-reason
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > ws-reason-count.
           if ws-reason-lost > 0
               move spaces to dl-reason-line
               string "... and " ws-reason-lost " more not listed"
                   delimited by size into dl-reason-text
               move dl-reason-line to report-line
               perform write-report-line
           end-if.
           move spaces to report-line.
           perform write-report-line.
           move "Signed off by: ____________________  Date: ________"
               to report-line.
           perform write-report-line.

       print-one-reason.
           move spaces to dl-reason-line.
           if re-sev(ws-reason-idx) = 'F'
               move "FAILED" to dl-reason-sev
           else
               move "REVIEW" to dl-reason-sev
           end-if.
           move re-text(ws-reason-idx) to dl-reason-text.
           move dl-reason-line to report-line.
           perform write-report-line.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing control sheet, status="
                   ws-report-status
           end-if.
