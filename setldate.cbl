       identification division.
       program-id. settlement-date.
       author Gonzo.
      * CALLable settlement date routine - works out the date a
      * payment file's money is due to land, so the bank extract,
      * the off-cycle payment and the pay statements all carry
      * the same date and can never disagree.
      *   ls-function 'C' - calendar: the scheduled pay date is
      *       PC-PAY-DATE of the pay period covering the run date
      *       on the pay calendar (later record wins), returned
      *       in ls-pay-date.
      *   ls-function 'G' - given: ls-pay-date is the pay date
      *       the caller was given.
      * A pay date that is a Saturday, a Sunday or on the bank
      * holiday calendar is moved back to the business day
      * before (ls-basis 'R'; 'S' when it settles as scheduled).
      * With no pay date (zeros, no period, or a period keyed
      * without one) the file settles on the run date, moved on
      * to the next business day when the run date is not one
      * (ls-basis 'D').
      * ls-prenote-live-date is the first settlement date an
      * account prenoted in this file may take money - the
      * settlement date plus the prenote lead days, counted in
      * business days.
      * ls-result 'Y' - settled; 'P' - the settlement date is
      * before the run date, the money would land late and the
      * file must not be sent; 'E' - the pay calendar or holiday
      * calendar could not be read.
      * The holiday calendar is read once, on the first call; a
      * missing calendar is taken as no holidays, with a
      * warning.
       environment division.
       input-output section.
       file-control.
           select holiday-file assign to holmast
           organization is indexed
           access mode is dynamic
           record key is hol-date
           file status is ws-holiday-status.
           select calendar-file assign to paycal
           organization is line sequential
           file status is ws-calendar-status.
       data division.
       file section.
       fd holiday-file.
           copy "bank-holiday-record.cpy".
       fd calendar-file.
           copy "pay-calendar-record.cpy".
       working-storage section.
       01 ws-holiday-status pic xx value '00'.
       01 ws-calendar-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
      * business days a prenote must go ahead of the first live
      * credit to the account
       01 ws-prenote-lead-days pic 9 value 3.
       01 ws-holidays-loaded pic x value 'N'.
           88 holidays-loaded value 'Y'.
       01 ws-holiday-error pic x value 'N'.
           88 holiday-error value 'Y'.
       01 ws-holiday-count pic 999 value zeros.
       01 ws-holiday-idx pic 999.
       01 holiday-table.
           05 holiday-entry occurs 500 times.
               10 ht-date pic 9(8).
       01 ws-day-number pic 9(7).
       01 ws-weekday pic 9.
       01 ws-work-date pic 9(8).
       01 ws-business-day pic x value 'N'.
           88 business-day value 'Y'.
       01 ws-days-counted pic 9.
       linkage section.
       01 ls-function pic x.
           88 calendar-function value 'C'.
           88 given-function value 'G'.
       01 ls-run-date pic 9(8).
       01 ls-pay-date pic 9(8).
       01 ls-settle-date pic 9(8).
       01 ls-prenote-live-date pic 9(8).
       01 ls-basis pic x.
       01 ls-result pic x.
       procedure division using ls-function, ls-run-date,
           ls-pay-date, ls-settle-date, ls-prenote-live-date,
           ls-basis, ls-result.
       aa-main.
           move 'Y' to ls-result.
           move zeros to ls-settle-date.
           move zeros to ls-prenote-live-date.
           if not holidays-loaded
               perform load-holidays
           end-if.
           if holiday-error
               move 'E' to ls-result
               goback
           end-if.
           if calendar-function
               perform find-scheduled-pay-date
               if ls-result = 'E'
                   goback
               end-if
           end-if.
           if ls-pay-date not numeric
               move zeros to ls-pay-date
           end-if.
           if ls-pay-date = zeros
               move 'D' to ls-basis
               move ls-run-date to ws-work-date
               perform check-business-day
               perform until business-day
                   compute ws-day-number =
                       function integer-of-date(ws-work-date) + 1
                   move function date-of-integer(ws-day-number)
                       to ws-work-date
                   perform check-business-day
               end-perform
           else
               move 'S' to ls-basis
               move ls-pay-date to ws-work-date
               perform check-business-day
               perform until business-day
                   move 'R' to ls-basis
                   compute ws-day-number =
                       function integer-of-date(ws-work-date) - 1
                   move function date-of-integer(ws-day-number)
                       to ws-work-date
                   perform check-business-day
               end-perform
           end-if.
           move ws-work-date to ls-settle-date.
           move zeros to ws-days-counted.
           perform until ws-days-counted = ws-prenote-lead-days
               compute ws-day-number =
                   function integer-of-date(ws-work-date) + 1
               move function date-of-integer(ws-day-number)
                   to ws-work-date
               perform check-business-day
               if business-day
                   add 1 to ws-days-counted
               end-if
           end-perform.
           move ws-work-date to ls-prenote-live-date.
           if ls-settle-date < ls-run-date
               move 'P' to ls-result
           end-if.
           goback.

      * day 1 of the integer calendar (1601-01-01) is a Monday,
      * so the remainder by seven is 1-5 on a weekday, 6 on a
      * Saturday and 0 on a Sunday.
       check-business-day.
           move 'N' to ws-business-day.
           compute ws-day-number =
               function integer-of-date(ws-work-date).
           compute ws-weekday = function mod(ws-day-number, 7).
           if ws-weekday >= 1 and ws-weekday <= 5
               set business-day to true
               perform varying ws-holiday-idx from 1 by 1
                       until ws-holiday-idx > ws-holiday-count
                   if ht-date(ws-holiday-idx) = ws-work-date
                       move 'N' to ws-business-day
                   end-if
               end-perform
           end-if.

       load-holidays.
           set holidays-loaded to true.
           open input holiday-file.
           if ws-holiday-status = '35'
               display "WARNING: no bank holiday calendar - only "
                   "weekends are skipped."
           else
               if ws-holiday-status not = '00'
                   display "ERROR opening bank holiday calendar, "
                       "status=" ws-holiday-status
                   set holiday-error to true
               else
                   move 'N' to ws-eof-flag
                   move zeros to hol-date
                   start holiday-file key is not less than hol-date
                       invalid key
                           set eof to true
                   end-start
                   perform until eof
                       read holiday-file next record
                           at end
                               set eof to true
                           not at end
                               perform take-holiday
                       end-read
                   end-perform
                   close holiday-file
               end-if
           end-if.

       take-holiday.
           if ws-holiday-count < 500
               add 1 to ws-holiday-count
               move hol-date to ht-date(ws-holiday-count)
           else
               display "WARNING: more than 500 bank holidays on "
                   "file - " hol-date " not loaded."
           end-if.

      * the period covering the run date, later record wins - the
      * same pick the salary run makes.
       find-scheduled-pay-date.
           move zeros to ls-pay-date.
           open input calendar-file.
           if ws-calendar-status = '35'
               continue
           else
               if ws-calendar-status not = '00'
                   display "ERROR opening pay calendar, status="
                       ws-calendar-status
                   move 'E' to ls-result
               else
                   move 'N' to ws-eof-flag
                   perform until eof
                       read calendar-file
                           at end
                               set eof to true
                           not at end
                               if pc-period-start <= ls-run-date
                                   and pc-period-end >= ls-run-date
                                   move pc-pay-date to ls-pay-date
                               end-if
                       end-read
                   end-perform
                   close calendar-file
               end-if
           end-if.
