      *   3. only after the archive verifies, empties the
      *      employee YTD master and zeroes the company balance
      *      for the new year;
      *   4. keeps the closed year's payroll history record and
      *      tax remittance register as they stand on a prior-year
      *      generation each (histprir, trprior), re-read and
      *      compared before going on - the first run of the new
      *      year starts both afresh, and the fourth quarter's
      *      return is reconciled and filed from these copies;
      *   5. brackets itself in the run-control ledger so it
      *      cannot run twice in one business date, and leaves
      *      a fresh history file to be started by the first run
      *      of the new year.
           select archive-file assign to yearch
           organization is line sequential
           file status is ws-archive-status.
           select history-prior-file assign to histprir
           organization is sequential
           file status is ws-histprir-status.
           select tax-remit-file assign to taxremit
           organization is sequential
           file status is ws-taxremit-status.
           select tax-remit-prior-file assign to trprior
           organization is sequential
           file status is ws-trprior-status.
           select report-file assign to yecrpt
           organization is line sequential
           file status is ws-report-status.
           05 arch-record-count pic 9(8).
           05 arch-hash-total pic 9(12).
           05 filler pic x(40).
       fd history-prior-file.
           copy "payroll-history-record.cpy" replacing
               ==payroll-history-record== by
               ==prior-history-record==
               leading ==hist-== by ==ph-==.
       fd tax-remit-file.
           copy "tax-remit-record.cpy".
       fd tax-remit-prior-file.
           copy "tax-remit-record.cpy" replacing
               ==tax-remit-record== by
               ==prior-tax-remit-record==
               leading ==tr-== by ==pt-==.
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-ytd-status pic xx value '00'.
       01 ws-archive-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-histprir-status pic xx value '00'.
       01 ws-taxremit-status pic xx value '00'.
       01 ws-trprior-status pic xx value '00'.
       01 ws-taxremit-kept pic x value 'N'.
           88 taxremit-kept value 'Y'.
       01 ws-prior-failed pic x value 'N'.
           88 prior-failed value 'Y'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-open-months pic 99 value zeros.
               ==payroll-history-record== by
               ==ws-history-work-record==
               leading ==hist-== by ==ws-hist-==.
           copy "tax-remit-record.cpy" replacing
               ==tax-remit-record== by
               ==ws-taxremit-work-record==
               leading ==tr-== by ==ws-tr-==.
       01 ws-ytd-balance pic 9(10) value zeros.
       01 ws-write-count pic 9(8) value zeros.
       01 ws-write-hash pic 9(12) value zeros.
       01 ws-runctl-count pic 9(6) value zeros.
       01 ws-runctl-refused pic x value 'N'.
           88 run-refused value 'Y'.
      * the datasets this step writes, by DD name, for the
      * run-control row and the batch restart report
       01 ws-runctl-outputs.
           05 filler pic 99 value 07.
           05 filler pic x(8) value 'SALHIST'.
           05 filler pic x(8) value 'SALEMP'.
           05 filler pic x(8) value 'SALYTD'.
           05 filler pic x(8) value 'YEARCH'.
           05 filler pic x(8) value 'HISTPRIR'.
           05 filler pic x(8) value 'TRPRIOR'.
           05 filler pic x(8) value 'YECRPT'.
           05 filler pic x(136) value spaces.

       01 rl-title.
           05 filler pic x(20) value spaces.
           move 'S' to ws-runctl-function.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           if run-refused
               move 8 to return-code
               stop run
               move 8 to return-code
               go to zz-end
           end-if.
           perform keep-prior-year-images.
           if prior-failed
               display "Prior-year history / tax register NOT "
                   "kept - masters untouched."
               move 8 to return-code
               go to zz-end
           end-if.
           perform zero-the-masters.
           perform print-close-report.
           if return-code = 0
           move ws-write-count to ws-runctl-count.
           call "run-control" using ws-run-step-name,
               ws-runctl-function, ws-runctl-rc, ws-runctl-count,
               ws-runctl-refused, ws-runctl-outputs.
           stop run.

       verify-all-months-closed.
                   set verify-failed to true
           end-evaluate.

      * the closed year's history record (already read by the
      * month check) and the tax remittance register, written to
      * their prior-year generations and re-read equal. A
      * register that is missing or already on another year is
      * reported and an empty generation kept.
       keep-prior-year-images.
           open input tax-remit-file.
           if ws-taxremit-status = '00'
               read tax-remit-file
                   not at end
                       if tr-year = ws-hist-year
                           move tax-remit-record
                               to ws-taxremit-work-record
                           set taxremit-kept to true
                       end-if
               end-read
               close tax-remit-file
           end-if.
           if not taxremit-kept
               display "WARNING: tax remittance register does not "
                   "hold " ws-hist-year " - not kept."
           end-if.
           open output history-prior-file.
           if ws-histprir-status not = '00'
               display "ERROR opening prior-year history, status="
                   ws-histprir-status
               set prior-failed to true
           else
               move ws-history-work-record to prior-history-record
               write prior-history-record
               if ws-histprir-status not = '00'
                   display "ERROR writing prior-year history, "
                       "status=" ws-histprir-status
                   set prior-failed to true
               end-if
               close history-prior-file
           end-if.
           open output tax-remit-prior-file.
           if ws-trprior-status not = '00'
               display "ERROR opening prior-year tax register, "
                   "status=" ws-trprior-status
               set prior-failed to true
           else
               if taxremit-kept
                   move ws-taxremit-work-record
                       to prior-tax-remit-record
                   write prior-tax-remit-record
                   if ws-trprior-status not = '00'
                       display "ERROR writing prior-year tax "
                           "register, status=" ws-trprior-status
                       set prior-failed to true
                   end-if
               end-if
               close tax-remit-prior-file
           end-if.
           if not prior-failed
               perform verify-prior-year-images
           end-if.

       verify-prior-year-images.
           open input history-prior-file.
           if ws-histprir-status not = '00'
               set prior-failed to true
           else
               read history-prior-file
                   at end
                       set prior-failed to true
                   not at end
                       if prior-history-record
                           not = ws-history-work-record
                           set prior-failed to true
                       end-if
               end-read
               close history-prior-file
           end-if.
           if taxremit-kept
               open input tax-remit-prior-file
               if ws-trprior-status not = '00'
                   set prior-failed to true
               else
                   read tax-remit-prior-file
                       at end
                           set prior-failed to true
                       not at end
                           if prior-tax-remit-record
                               not = ws-taxremit-work-record
                               set prior-failed to true
                           end-if
                   end-read
                   close tax-remit-prior-file
               end-if
           end-if.
           if prior-failed
               display "PRIOR-YEAR COPY MISMATCH: history or tax "
                   "register did not re-read as written."
           end-if.

      * the point of no return - reached only with a verified
      * archive in hand. The employee YTD cluster restarts empty
      * (REUSE) and the company balance restarts at zero.
               move ws-ytd-balance to rl-count
               move rl-count-line to report-line
               perform write-report-line
               if taxremit-kept
                   move "History and tax register kept"
                       to report-line
               else
                   move "History kept - NO tax register for year"
                       to report-line
               end-if
               perform write-report-line
               if return-code = 0
                   move "OK - archive verified, masters zeroed"
                       to rl-status
