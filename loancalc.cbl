       identification division.
       program-id. apply-loan-repayments.
       author Gonzo.
      * CALLable loan repayment calculation. Reads the employee's
      * loans and salary advances off the loan master in loan
      * number order and takes each active loan whose repayments
      * have started (LN-START-DATE on or before the run date)
      * out of the net pay left once tax, deductions and any
      * garnishment orders have been taken - never more than:
      *   - the loan's per-period installment,
      *   - the balance still outstanding, so the final
      *     installment is capped at what is owed,
      *   - the net pay still available to take it from.
      * Returns the loans taken (loan number, description,
      * amount, balance after) and the total taken.
      *   ls-function 'C' - compute only: the master is read,
      *       never changed (pay statements, the accumulate run's
      *       GL settlement);
      *   ls-function 'P' - post: each loan's balance comes down
      *       by what was taken, the repayment is added to the
      *       ledger month, and a loan repaid in full closes
      *       (the bank extract, where the money actually
      *       leaves).
      * A missing loan master means no loans - not an error.
      * Sets ls-loan-status 'Y' when the loans were read (and,
      * posting, rewritten) cleanly, 'N' when the master could
      * not be opened or read or a balance could not be posted -
      * the caller must then fail the employee's payment rather
      * than pay it as if the loans returned were all there is.
       environment division.
       input-output section.
       file-control.
           select loan-file assign to loanmast
           organization is indexed
           access mode is dynamic
           record key is ln-key
           file status is ws-loan-status.
       data division.
       file section.
       fd loan-file.
           copy "loan-record.cpy".
       working-storage section.
       01 ws-loan-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-installment pic 9(8) value zeros.
       01 ws-net-room pic s9(9) value zeros.
       linkage section.
       01 ls-function pic x.
           88 compute-function value 'C'.
           88 post-function value 'P'.
       01 ls-employee-id pic x(6).
       01 ls-run-date pic 9(8).
       01 ls-available-net pic s9(8).
       01 ls-loan-detail.
           05 ls-loan-count pic 99.
           05 ls-loan-entry occurs 5 times.
               10 ls-loan-number pic x(4).
               10 ls-loan-description pic x(20).
               10 ls-loan-amount pic 9(8).
               10 ls-loan-balance-after pic 9(8).
       01 ls-loan-total pic 9(8).
       01 ls-loan-status pic x.
       procedure division using ls-function, ls-employee-id,
           ls-run-date, ls-available-net, ls-loan-detail,
           ls-loan-total, ls-loan-status.
       aa-main.
           move 'Y' to ls-loan-status.
           move zeros to ls-loan-count.
           move zeros to ls-loan-total.
           move 'N' to ws-eof-flag.
           if ls-available-net <= 0
               goback
           end-if.
           if post-function
               open i-o loan-file
           else
               open input loan-file
           end-if.
           if ws-loan-status = '35'
               continue
           else
               if ws-loan-status not = '00'
                   display "ERROR opening loan master, status="
                       ws-loan-status
                   move 'N' to ls-loan-status
               else
                   perform collect-loans
                   close loan-file
               end-if
           end-if.
           goback.

       collect-loans.
           move ls-employee-id to ln-employee-id.
           move low-values to ln-loan-number.
           start loan-file key is not less than ln-key
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read loan-file next record
                   at end
                       set eof to true
                   not at end
                       if ln-employee-id not = ls-employee-id
                           set eof to true
                       else
                           if ln-active
                               and ln-start-date <= ls-run-date
                               and ln-balance > 0
                               perform take-one-loan
                           end-if
                       end-if
               end-read
               if ws-loan-status not = '00'
                   and ws-loan-status not = '10'
                   display "ERROR reading loan master, status="
                       ws-loan-status
                   move 'N' to ls-loan-status
                   set eof to true
               end-if
           end-perform.

      * the installment, capped at the balance owed, then at the
      * net still available. Whatever survives is taken.
       take-one-loan.
           move ln-repayment to ws-installment.
           if ws-installment > ln-balance
               move ln-balance to ws-installment
           end-if.
           compute ws-net-room = ls-available-net - ls-loan-total.
           if ws-net-room < 0
               move zeros to ws-net-room
           end-if.
           if ws-installment > ws-net-room
               move ws-net-room to ws-installment
           end-if.
           if ws-installment > 0
               perform record-loan-taken
           end-if.

       record-loan-taken.
           if ls-loan-count < 5
               add ws-installment to ls-loan-total
               subtract ws-installment from ln-balance
               add 1 to ls-loan-count
               move ln-loan-number
                   to ls-loan-number(ls-loan-count)
               move ln-description
                   to ls-loan-description(ls-loan-count)
               move ws-installment
                   to ls-loan-amount(ls-loan-count)
               move ln-balance
                   to ls-loan-balance-after(ls-loan-count)
               if post-function
                   perform post-loan-balance
               end-if
           else
               display "WARNING: more than 5 loans for "
                   ls-employee-id " - loan " ln-loan-number
                   " not taken this period."
           end-if.

      * a loan whose balance reaches zero is paid off - closed
      * loans are skipped from now on.
       post-loan-balance.
           add ws-installment to ln-month-repaid.
           if ln-balance = 0
               move 'C' to ln-status
               move ls-run-date to ln-closed-date
               display "Loan " ln-loan-number " for "
                   ls-employee-id " repaid in full - closed."
           end-if.
           rewrite loan-record.
           if ws-loan-status not = '00'
               display "ERROR posting loan balance for "
                   ln-loan-number ", status=" ws-loan-status
               move 'N' to ls-loan-status
           end-if.
