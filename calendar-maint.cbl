      * the approve role (the calendar decides what pays -
      * supervisor territory). Periods are never updated in
      * place - re-enter one to supersede it (the runs take the
      * later record). Every add is audited. Each period also
      * carries its scheduled pay date, which the payment runs
      * settle on (moved back over weekends and bank holidays).
       environment division.
       input-output section.
       file-control.
       01 ws-pay-regular pic x.
       01 ws-pay-bonus pic x.
       01 ws-pay-deduction pic x.
       01 ws-pay-date pic 9(8) value zeros.
       procedure division.
       aa-start.
           display "Mode - (L)ist periods, (A)dd a period: "
                                   pc-period-type " R="
                                   pc-pay-regular " B="
                                   pc-pay-bonus " D="
                                   pc-pay-deduction " pay "
                                   pc-pay-date
                       end-read
                   end-perform
                   display "Periods on file: " ws-entry-count
           perform get-pay-flag-regular.
           perform get-pay-flag-bonus.
           perform get-pay-flag-deduction.
           perform get-pay-date.
           perform append-calendar-period.

       get-pay-flag-regular.
               accept ws-pay-deduction
           end-perform.

       get-pay-date.
           move zeros to ws-pay-date.
           perform until ws-pay-date >= ws-period-start
               display "Scheduled pay date (YYYYMMDD): "
               accept ws-pay-date
               if ws-pay-date < ws-period-start
                   display "Pay date must not precede the period "
                       "start - re-enter."
               end-if
           end-perform.

       append-calendar-period.
           open extend calendar-file.
           if ws-calendar-status = '35'
               move ws-pay-regular to pc-pay-regular
               move ws-pay-bonus to pc-pay-bonus
               move ws-pay-deduction to pc-pay-deduction
               move ws-pay-date to pc-pay-date
               write pay-calendar-record
               if ws-calendar-status not = '00'
                   display "ERROR writing calendar record, "
