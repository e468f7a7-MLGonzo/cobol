       identification division.
       program-id. apply-garnishments.
       author Gonzo.
      * CALLable garnishment calculation. Reads the employee's
      * orders off the garnishment order master in legal priority
      * order (the key sequence) and takes each active order
      * against the employee's disposable earnings - gross less
      * pre-tax deductions and tax withheld - never more than:
      *   - the order's own per-period amount or percent,
      *   - what is left under the order's disposable-earnings
      *     limit once the orders ahead of it have taken theirs,
      *   - the order's remaining balance (open-ended orders
      *     with no total owed have no balance cap),
      *   - the net pay still available to take it from.
      * Returns the orders taken (case, agency payee, amount,
      * balance after) and the total withheld.
      *   ls-function 'C' - compute only: the master is read,
      *       never changed (pay statements, the off-cycle
      *       preview);
      *   ls-function 'P' - post: each order's remaining balance
      *       comes down by what was taken and an order paid off
      *       goes satisfied (the bank extract and the off-cycle
      *       payment, where the money actually leaves).
      * A missing garnishment master means no orders - not an
      * error. Sets ls-garn-status 'Y' when the orders were read
      * (and, posting, rewritten) cleanly, 'N' when the master
      * could not be opened or read or a balance could not be
      * posted - the orders returned are then not the whole
      * story and the caller must fail the employee's payment
      * rather than pay it as if they were.
       environment division.
       input-output section.
       file-control.
           select garnishment-file assign to garnmst
           organization is indexed
           access mode is dynamic
           record key is gn-key
           file status is ws-garnishment-status.
       data division.
       file section.
       fd garnishment-file.
           copy "garnishment-record.cpy".
       working-storage section.
       01 ws-garnishment-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-order-amount pic 9(8) value zeros.
       01 ws-limit-amount pic 9(8) value zeros.
       01 ws-limit-room pic s9(9) value zeros.
       01 ws-net-room pic s9(9) value zeros.
       linkage section.
       01 ls-function pic x.
           88 compute-function value 'C'.
           88 post-function value 'P'.
       01 ls-employee-id pic x(6).
       01 ls-disposable-earnings pic 9(8).
       01 ls-available-net pic s9(8).
       01 ls-garn-detail.
           05 ls-garn-count pic 99.
           05 ls-garn-entry occurs 10 times.
               10 ls-garn-case-number pic x(12).
               10 ls-garn-agency-id pic x(6).
               10 ls-garn-agency-name pic x(20).
               10 ls-garn-agency-routing pic 9(9).
               10 ls-garn-agency-account pic x(12).
               10 ls-garn-amount pic 9(8).
               10 ls-garn-balance-after pic 9(8).
       01 ls-garn-total pic 9(8).
       01 ls-garn-status pic x.
       procedure division using ls-function, ls-employee-id,
           ls-disposable-earnings, ls-available-net,
           ls-garn-detail, ls-garn-total, ls-garn-status.
       aa-main.
           move 'Y' to ls-garn-status.
           move zeros to ls-garn-count.
           move zeros to ls-garn-total.
           move 'N' to ws-eof-flag.
           if ls-available-net <= 0
               or ls-disposable-earnings = 0
               goback
           end-if.
           if post-function
               open i-o garnishment-file
           else
               open input garnishment-file
           end-if.
           if ws-garnishment-status = '35'
               continue
           else
               if ws-garnishment-status not = '00'
                   display "ERROR opening garnishment master, "
                       "status=" ws-garnishment-status
                   move 'N' to ls-garn-status
               else
                   perform collect-garnishment-orders
                   close garnishment-file
               end-if
           end-if.
           goback.

       collect-garnishment-orders.
           move ls-employee-id to gn-employee-id.
           move zeros to gn-priority.
           move low-values to gn-case-number.
           start garnishment-file key is not less than gn-key
               invalid key
                   set eof to true
           end-start.
           perform until eof
               read garnishment-file next record
                   at end
                       set eof to true
                   not at end
                       if gn-employee-id not = ls-employee-id
                           set eof to true
                       else
                           if gn-active
                               perform take-one-order
                           end-if
                       end-if
               end-read
               if ws-garnishment-status not = '00'
                   and ws-garnishment-status not = '10'
                   display "ERROR reading garnishment master, "
                       "status=" ws-garnishment-status
                   move 'N' to ls-garn-status
                   set eof to true
               end-if
           end-perform.

      * each cap in turn - per-period amount, the cumulative
      * disposable-earnings limit, the balance still owed, the
      * net still available. Whatever survives all four is taken.
       take-one-order.
           if gn-percent-of-disposable
               compute ws-order-amount rounded =
                   ls-disposable-earnings * gn-amount / 10000
           else
               move gn-amount to ws-order-amount
           end-if.
           if gn-de-limit-pct > 0
               compute ws-limit-amount =
                   ls-disposable-earnings * gn-de-limit-pct / 100
               compute ws-limit-room =
                   ws-limit-amount - ls-garn-total
               if ws-limit-room < 0
                   move zeros to ws-limit-room
               end-if
               if ws-order-amount > ws-limit-room
                   move ws-limit-room to ws-order-amount
               end-if
           end-if.
           if gn-total-owed > 0
               and ws-order-amount > gn-remaining-balance
               move gn-remaining-balance to ws-order-amount
           end-if.
           compute ws-net-room = ls-available-net - ls-garn-total.
           if ws-net-room < 0
               move zeros to ws-net-room
           end-if.
           if ws-order-amount > ws-net-room
               move ws-net-room to ws-order-amount
           end-if.
           if ws-order-amount > 0
               perform record-order-taken
           end-if.

       record-order-taken.
           if ls-garn-count < 10
               add ws-order-amount to ls-garn-total
               if gn-total-owed > 0
                   subtract ws-order-amount
                       from gn-remaining-balance
               end-if
               add 1 to ls-garn-count
               move gn-case-number
                   to ls-garn-case-number(ls-garn-count)
               move gn-agency-id
                   to ls-garn-agency-id(ls-garn-count)
               move gn-agency-name
                   to ls-garn-agency-name(ls-garn-count)
               move gn-agency-routing
                   to ls-garn-agency-routing(ls-garn-count)
               move gn-agency-account
                   to ls-garn-agency-account(ls-garn-count)
               move ws-order-amount
                   to ls-garn-amount(ls-garn-count)
               move gn-remaining-balance
                   to ls-garn-balance-after(ls-garn-count)
               if post-function
                   perform post-order-balance
               end-if
           else
               display "WARNING: more than 10 garnishment orders "
                   "for " ls-employee-id " - order " gn-case-number
                   " not taken this period."
           end-if.

      * an order with a judgment total that reaches zero is paid
      * off - satisfied orders are skipped from now on.
       post-order-balance.
           if gn-total-owed > 0
               and gn-remaining-balance = 0
               move 'S' to gn-status
               display "Garnishment " gn-case-number " for "
                   ls-employee-id " satisfied."
           end-if.
           rewrite garnishment-record.
           if ws-garnishment-status not = '00'
               display "ERROR posting garnishment balance for "
                   gn-case-number ", status="
                   ws-garnishment-status
               move 'N' to ls-garn-status
           end-if.
