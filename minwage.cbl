       identification division.
       program-id. minimum-wage.
       author Gonzo.
      * CALLable minimum wage lookup - hands the caller the
      * statutory minimum hourly wage an employee in
      * ls-jurisdiction is owed on ls-as-of-date, so the rate
      * maintenance, the timesheet edit, the leave step and the
      * compliance report all hold pay to the same figure.
      * For the jurisdiction asked for and for the floor
      * (jurisdiction spaces) the record in effect is the one
      * with the greatest effective date that is not after the
      * as-of date, a re-entered date superseding the earlier
      * entry (file order - later record wins, as the tax
      * loader does). ls-minimum is the higher of the two, in
      * cents (00725 = 7.25). ls-found 'Y' when either has a
      * record in effect; 'N' when the minimum wage file is
      * missing or holds nothing in effect - the caller then
      * has no minimum to hold pay to. ls-found 'E' when the
      * file is there but cannot be opened or read: the
      * minimum is not known, and the caller must not treat
      * that as no minimum at all.
      * The file is read once, on the first call, and kept in
      * storage for the rest of the run; a missing file is
      * warned about once, a failed load on every call.
       environment division.
       input-output section.
       file-control.
           select minimum-wage-file assign to minwage
           organization is line sequential
           file status is ws-minwage-status.
       data division.
       file section.
       fd minimum-wage-file.
           copy "minimum-wage-record.cpy".
       working-storage section.
       01 ws-minwage-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-table-loaded pic x value 'N'.
           88 table-loaded value 'Y'.
       01 ws-load-failed pic x value 'N'.
           88 load-failed value 'Y'.
       01 ws-wage-count pic 999 value zeros.
       01 ws-wage-idx pic 999.
       01 minimum-wage-table.
           05 minimum-wage-entry occurs 200 times.
               10 mwt-jurisdiction pic x(2).
               10 mwt-effective-date pic 9(8).
               10 mwt-hourly-minimum pic 9(3)v99.
       01 ws-best-floor-date pic 9(8).
       01 ws-best-floor pic 9(3)v99.
       01 ws-floor-found pic x.
           88 floor-found value 'Y'.
       01 ws-best-local-date pic 9(8).
       01 ws-best-local pic 9(3)v99.
       01 ws-local-found pic x.
           88 local-found value 'Y'.
       linkage section.
       01 ls-jurisdiction pic x(2).
       01 ls-as-of-date pic 9(8).
       01 ls-minimum pic 9(3)v99.
       01 ls-found pic x.
       procedure division using ls-jurisdiction, ls-as-of-date,
           ls-minimum, ls-found.
       aa-main.
           move 'N' to ls-found.
           move zeros to ls-minimum.
           if not table-loaded
               perform load-minimum-wages
           end-if.
           if load-failed
               move 'E' to ls-found
               goback
           end-if.
           move zeros to ws-best-floor-date.
           move zeros to ws-best-floor.
           move 'N' to ws-floor-found.
           move zeros to ws-best-local-date.
           move zeros to ws-best-local.
           move 'N' to ws-local-found.
           perform consider-minimum-wage
               varying ws-wage-idx from 1 by 1
               until ws-wage-idx > ws-wage-count.
           if floor-found or local-found
               move 'Y' to ls-found
               if ws-best-local > ws-best-floor
                   move ws-best-local to ls-minimum
               else
                   move ws-best-floor to ls-minimum
               end-if
           end-if.
           goback.

      * a rate entered ahead with a future effective date is
      * skipped until its day comes; among the rest the newest
      * wins, and with the same date the later record wins.
       consider-minimum-wage.
           if mwt-effective-date(ws-wage-idx) <= ls-as-of-date
               if mwt-jurisdiction(ws-wage-idx) = spaces
                   and mwt-effective-date(ws-wage-idx)
                       >= ws-best-floor-date
                   move mwt-effective-date(ws-wage-idx)
                       to ws-best-floor-date
                   move mwt-hourly-minimum(ws-wage-idx)
                       to ws-best-floor
                   set floor-found to true
               end-if
               if ls-jurisdiction not = spaces
                   and mwt-jurisdiction(ws-wage-idx)
                       = ls-jurisdiction
                   and mwt-effective-date(ws-wage-idx)
                       >= ws-best-local-date
                   move mwt-effective-date(ws-wage-idx)
                       to ws-best-local-date
                   move mwt-hourly-minimum(ws-wage-idx)
                       to ws-best-local
                   set local-found to true
               end-if
           end-if.

       load-minimum-wages.
           set table-loaded to true.
           open input minimum-wage-file.
           if ws-minwage-status = '35'
               display "WARNING: no minimum wage file - pay is not "
                   "checked against a minimum wage."
           else
               if ws-minwage-status not = '00'
                   display "ERROR opening minimum wage file, "
                       "status=" ws-minwage-status
                   set load-failed to true
               else
                   perform until eof
                       read minimum-wage-file
                           at end
                               set eof to true
                           not at end
                               perform take-minimum-wage
                       end-read
                       if ws-minwage-status not = '00'
                           and ws-minwage-status not = '10'
                           display "ERROR reading minimum wage "
                               "file, status=" ws-minwage-status
                           set load-failed to true
                           set eof to true
                       end-if
                   end-perform
                   close minimum-wage-file
               end-if
           end-if.

       take-minimum-wage.
           if ws-wage-count < 200
               add 1 to ws-wage-count
               move mw-jurisdiction
                   to mwt-jurisdiction(ws-wage-count)
               move mw-effective-date
                   to mwt-effective-date(ws-wage-count)
               move mw-hourly-minimum
                   to mwt-hourly-minimum(ws-wage-count)
           else
               display "WARNING: more than 200 minimum wage "
                   "records on file - '" mw-jurisdiction "' "
                   mw-effective-date " not loaded."
           end-if.
