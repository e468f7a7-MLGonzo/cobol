       identification division.
       program-id. loan-ledger.
       author Gonzo.
      * monthly loan ledger - every employee loan and salary
      * advance on the loan master with the month's movement:
      * balance at the start of the month, principal lent during
      * it, repayments the payroll runs took, and the balance
      * now. Each loan must roll (opening + lent - repaid =
      * closing); one that does not is flagged as a break. The
      * closing total is the subledger and is tied to the loan
      * receivable (LOANRECV) balance in the general ledger,
      * given on the second SYSIN card, with the difference
      * printed. RC=4 on any break or GL difference.
      * SYSIN card 1 'Y' closes the month: once the ledger ties,
      * each loan's closing balance becomes next month's opening
      * and the month's movement is cleared (loans closed before
      * this month and untouched by it are not printed again).
      * A ledger that does not tie is never rolled - the
      * difference stays in front of payroll until it is
      * explained. 'N' is a report-only run.
       environment division.
       input-output section.
       file-control.
           select loan-file assign to loanmast
           organization is indexed
           access mode is dynamic
           record key is ln-key
           file status is ws-loan-status.
           select report-file assign to loanrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd loan-file.
           copy "loan-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-loan-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-close-option pic x value 'N'.
           88 close-month value 'Y'.
       01 ws-gl-loanrecv pic 9(12) value zeros.
       01 ws-run-date.
           05 ws-run-year pic 9(4).
           05 ws-run-month pic 99.
           05 ws-run-day pic 99.
       01 ws-run-date-display pic x(10).
       01 ws-loan-roll pic s9(9) value zeros.
       01 ws-loan-count pic 9(5) value zeros.
       01 ws-break-count pic 9(5) value zeros.
       01 ws-rolled-count pic 9(5) value zeros.
       01 ws-total-opening pic 9(12) value zeros.
       01 ws-total-advanced pic 9(12) value zeros.
       01 ws-total-repaid pic 9(12) value zeros.
       01 ws-total-closing pic 9(12) value zeros.
       01 ws-gl-difference pic s9(12) value zeros.

       01 hl-title.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value 'MONTHLY LOAN LEDGER'.
       01 hl-run-date.
           05 filler pic x(10) value 'Run Date: '.
           05 hl-date-value pic x(10).
       01 hl-column-headers.
           05 filler pic x(7) value 'Emp ID'.
           05 filler pic x(5) value 'Loan'.
           05 filler pic x(2) value 'T'.
           05 filler pic x(11) value '    Opening'.
           05 filler pic x(11) value '       Lent'.
           05 filler pic x(11) value '     Repaid'.
           05 filler pic x(11) value '    Closing'.
           05 filler pic x(3) value ' St'.
       01 dl-detail-line.
           05 dl-employee-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-loan-number pic x(4).
           05 filler pic x(1) value space.
           05 dl-loan-type pic x(1).
           05 filler pic x(1) value space.
           05 dl-opening pic z(9)9.
           05 filler pic x(1) value space.
           05 dl-advanced pic z(9)9.
           05 filler pic x(1) value space.
           05 dl-repaid pic z(9)9.
           05 filler pic x(1) value space.
           05 dl-closing pic z(9)9.
           05 filler pic x(2) value spaces.
           05 dl-status pic x(1).
           05 filler pic x(1) value space.
           05 dl-flag pic x(6).
       01 tl-total-line.
           05 filler pic x(14) value 'TOTAL'.
           05 tl-opening pic z(9)9.
           05 filler pic x(1) value space.
           05 tl-advanced pic z(9)9.
           05 filler pic x(1) value space.
           05 tl-repaid pic z(9)9.
           05 filler pic x(1) value space.
           05 tl-closing pic z(9)9.
       01 tl-amount-line.
           05 tl-amount-label pic x(30).
           05 tl-amount pic -(11)9.
       01 tl-count-line.
           05 tl-count-label pic x(30).
           05 tl-count pic zzzz9.
       01 fl-verdict-line.
           05 filler pic x(20) value 'Ledger: '.
           05 fl-verdict pic x(50).
       procedure division.
       aa-start.
           display "Close the month (Y/N): "
           accept ws-close-option.
           display "GL loan receivable balance: "
           accept ws-gl-loanrecv.
           move function current-date to ws-run-date.
           move ws-run-month to ws-run-date-display(1:2)
           move '/' to ws-run-date-display(3:1)
           move ws-run-day to ws-run-date-display(4:2)
           move '/' to ws-run-date-display(6:1)
           move ws-run-year to ws-run-date-display(7:4).
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening loan ledger report, status="
                   ws-report-status
               move 8 to return-code
               go to zz-end
           end-if.
           move hl-title to report-line.
           perform write-report-line.
           move ws-run-date-display to hl-date-value.
           move hl-run-date to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-column-headers to report-line.
           perform write-report-line.
           open input loan-file.
           if ws-loan-status = '35'
               display "No loan master - no loans on file."
           else
               if ws-loan-status not = '00'
                   display "ERROR opening loan master, status="
                       ws-loan-status
                   move 8 to return-code
                   close report-file
                   go to zz-end
               end-if
               perform print-ledger-lines
               close loan-file
           end-if.
       bb-totals.
           perform print-ledger-totals.
           close report-file.
           if ws-break-count > 0 or ws-gl-difference not = 0
               if return-code < 4
                   move 4 to return-code
               end-if
               display "LOAN LEDGER DOES NOT TIE: " ws-break-count
                   " loan breaks, GL difference "
                   ws-gl-difference "."
               if close-month
                   display "Month not closed - resolve the "
                       "differences and run again."
               end-if
               go to zz-end
           end-if.
           display "Loan ledger ties to GL: " ws-total-closing.
       cc-close-month.
           if close-month and return-code = 0
               perform roll-ledger-month
           end-if.
       zz-end.
           stop run.

       print-ledger-lines.
           move 'N' to ws-eof-flag.
           move low-values to ln-key.
           start loan-file key is not less than ln-key
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read loan-file next record
                   at end
                       set eof to true
                   not at end
                       if not ln-closed
                           or ln-month-open-balance > 0
                           or ln-month-advanced > 0
                           or ln-month-repaid > 0
                           perform print-one-loan
                       end-if
               end-read
               if ws-loan-status not = '00'
                   and ws-loan-status not = '10'
                   display "ERROR reading loan master, status="
                       ws-loan-status
                   move 8 to return-code
                   set eof to true
               end-if
           end-perform.

       print-one-loan.
           add 1 to ws-loan-count.
           add ln-month-open-balance to ws-total-opening.
           add ln-month-advanced to ws-total-advanced.
           add ln-month-repaid to ws-total-repaid.
           add ln-balance to ws-total-closing.
           move ln-employee-id to dl-employee-id.
           move ln-loan-number to dl-loan-number.
           move ln-loan-type to dl-loan-type.
           move ln-month-open-balance to dl-opening.
           move ln-month-advanced to dl-advanced.
           move ln-month-repaid to dl-repaid.
           move ln-balance to dl-closing.
           move ln-status to dl-status.
           compute ws-loan-roll = ln-month-open-balance
               + ln-month-advanced - ln-month-repaid.
           if ws-loan-roll not = ln-balance
               move '*BREAK' to dl-flag
               add 1 to ws-break-count
           else
               move spaces to dl-flag
           end-if.
           move dl-detail-line to report-line.
           perform write-report-line.

       print-ledger-totals.
           move spaces to report-line.
           perform write-report-line.
           move ws-total-opening to tl-opening.
           move ws-total-advanced to tl-advanced.
           move ws-total-repaid to tl-repaid.
           move ws-total-closing to tl-closing.
           move tl-total-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move "Loans listed: " to tl-count-label.
           move ws-loan-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           move "Loans that do not roll: " to tl-count-label.
           move ws-break-count to tl-count.
           move tl-count-line to report-line.
           perform write-report-line.
           compute ws-gl-difference =
               ws-total-closing - ws-gl-loanrecv.
           move "Subledger closing balance: " to tl-amount-label.
           move ws-total-closing to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "GL loan receivable (LOANRECV)" to tl-amount-label.
           move ws-gl-loanrecv to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move "Difference: " to tl-amount-label.
           move ws-gl-difference to tl-amount.
           move tl-amount-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           if ws-break-count > 0 or ws-gl-difference not = 0
               move "DOES NOT TIE - investigate before closing"
                   to fl-verdict
           else
               move "OK - subledger ties to the GL receivable"
                   to fl-verdict
           end-if.
           move fl-verdict-line to report-line.
           perform write-report-line.

      * closing balance forward, movement cleared - the next
      * month starts from what this one ended on.
       roll-ledger-month.
           open i-o loan-file.
           if ws-loan-status not = '00'
               display "ERROR opening loan master for the month "
                   "close, status=" ws-loan-status
               move 8 to return-code
           else
               move 'N' to ws-eof-flag
               move low-values to ln-key
               start loan-file key is not less than ln-key
                   invalid key
                       set eof to true
               end-start
               perform until eof
                   read loan-file next record
                       at end
                           set eof to true
                       not at end
                           perform roll-one-loan
                   end-read
               end-perform
               close loan-file
               display "Loan ledger month closed - "
                   ws-rolled-count " loans rolled forward."
           end-if.

       roll-one-loan.
           move ln-balance to ln-month-open-balance.
           move zeros to ln-month-advanced.
           move zeros to ln-month-repaid.
           rewrite loan-record.
           if ws-loan-status not = '00'
               display "ERROR rolling loan " ln-key ", status="
                   ws-loan-status
               move 8 to return-code
               set eof to true
           else
               add 1 to ws-rolled-count
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing loan ledger report, status="
                   ws-report-status
           end-if.
