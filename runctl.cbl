      * One row per business date and step, keyed that way, so an
      * operator can no longer run the same step twice in one night
      * without the second attempt stopping at sign-on.
      * Both calls carry the caller's output list - the DD names
      * of the datasets the step writes - onto the row, so the
      * batch restart report knows what a failed attempt may have
      * left behind. A completed row the operator has released
      * through the batch restart program's force option (status
      * 'F') may run again; the releasing operator stays on the
      * row.
       environment division.
       input-output section.
       file-control.
       01 ls-return-code pic 9(4).
       01 ls-record-count pic 9(6).
       01 ls-refused pic x.
       01 ls-output-list.
           05 ls-output-count pic 99.
           05 ls-output-dd pic x(8) occurs 24 times.
       procedure division using ls-step-name, ls-function,
           ls-return-code, ls-record-count, ls-refused,
           ls-output-list.
       aa-main.
           move 'N' to ls-refused.
           move function current-date(1:8) to ws-business-date.
       record-step-start.
           read run-control-file
               invalid key
                   move spaces to rc-forced-by
                   perform init-run-control-row
                   write run-control-record
                   if ws-runctl-status not = '00'
                       display "Step " ls-step-name " already "
                           "complete for business date "
                           ws-business-date " - refusing to run."
                       display "Release it with the batch restart "
                           "force option to run it again."
                       move 'Y' to ls-refused
                   else
                       evaluate true
                           when rc-run-released
                               display "Step " ls-step-name
                                   " released for rerun by "
                                   rc-forced-by " - rerunning."
                           when rc-run-complete
                               display "Step " ls-step-name
                                   " failed on the prior attempt - "
                                   "rerunning."
                           when other
                               display "Step " ls-step-name
                                   " left running by a prior "
                                   "attempt - restarting."
                       end-evaluate
                       perform init-run-control-row
                       rewrite run-control-record
                       if ws-runctl-status not = '00'
           move zeros to rc-end-time.
           move zeros to rc-return-code.
           move zeros to rc-record-count.
           move ls-output-list to rc-output-list.

       record-step-end.
           read run-control-file
                   move function current-date(9:6) to rc-end-time
                   move ls-return-code to rc-return-code
                   move ls-record-count to rc-record-count
                   move ls-output-list to rc-output-list
                   rewrite run-control-record
                   if ws-runctl-status not = '00'
                       display "ERROR rewriting run control row, "
