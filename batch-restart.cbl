       identification division.
       program-id. batch-restart.
       author Gonzo.
      * nightly stream restart report. When a step abends or ends
      * non-zero, COND=(0,NE) bypasses everything after it and
      * the operator has to work out where to pick the stream up.
      * This reads the restart manifest (every stream step in
      * order, with the datasets each writes and what a failed
      * attempt leaves of them) against the run-control ledger
      * for the business date and reports:
      *   - every step's state - complete, failed (RC), left
      *     running by an abend, released, never ran;
      *   - the exact restart step: the first step that has not
      *     completed cleanly, or the utility steps (SORT,
      *     IDCAMS) that feed it when they come straight after
      *     the last clean step, since they record nothing
      *     themselves;
      *   - the cleanup to do before resubmitting: datasets to
      *     delete, masters to restore, and any dataset the
      *     failed step recorded that the manifest does not
      *     know about;
      *   - steps further on that already completed, which will
      *     refuse to run again.
      * RC=0 when the stream is complete for the date, RC=4 when
      * a restart is needed, RC=8 on error.
      * Force option: a step that completed cleanly refuses to
      * run again for the same business date. When it genuinely
      * must (a rerun after a restore, say), an operator with
      * the approve role releases its ledger row here - status
      * 'F' with the operator on the row, and a FORCE entry on
      * the audit log - and the step's next attempt is allowed.
      * SYSIN card 1: business date YYYYMMDD (zeros = today).
      * SYSIN card 2: R report only, F force release.
      * For F - card 3 the ledger step name to release, then the
      * operator sign-on cards.
       environment division.
       input-output section.
       file-control.
           select run-control-file assign to runctl
           organization is indexed
           access mode is dynamic
           record key is rc-key
           file status is ws-runctl-status.
           select manifest-file assign to rstman
           organization is line sequential
           file status is ws-manifest-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
           select report-file assign to rstrpt
           organization is line sequential
           file status is ws-report-status.
       data division.
       file section.
       fd run-control-file.
           copy "run-control-record.cpy".
       fd manifest-file.
           copy "restart-manifest-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       fd report-file.
       01 report-line pic x(80).
       working-storage section.
       01 ws-runctl-status pic xx value '00'.
       01 ws-manifest-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-report-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-runctl-open pic x value 'N'.
           88 runctl-open value 'Y'.
       01 ws-business-date pic 9(8) value zeros.
       01 ws-function pic x value 'R'.
           88 report-function value 'R'.
           88 force-function value 'F'.
       01 ws-force-step pic x(8) value spaces.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'RESTART'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
      * the manifest, card by card
       01 ws-card-count pic 9(3) value zeros.
       01 ws-card-idx pic 9(3).
       01 manifest-table.
           05 manifest-entry occurs 200 times.
               10 mt-jcl-step pic x(8).
               10 mt-step-name pic x(8).
               10 mt-dd-name pic x(8).
               10 mt-cleanup pic x.
               10 mt-dsn pic x(44).
      * the stream's steps in order, with the ledger state
       01 ws-step-count pic 99 value zeros.
       01 ws-step-idx pic 99.
       01 step-table.
           05 step-entry occurs 60 times.
               10 st-jcl-step pic x(8).
               10 st-step-name pic x(8).
               10 st-first-card pic 9(3).
               10 st-last-card pic 9(3).
               10 st-state pic x.
                   88 st-utility value 'U'.
                   88 st-not-run value 'N'.
                   88 st-running value 'R'.
                   88 st-clean value 'C'.
                   88 st-failed value 'E'.
                   88 st-released value 'F'.
               10 st-return-code pic 9(4).
               10 st-start-time pic 9(6).
               10 st-end-time pic 9(6).
               10 st-record-count pic 9(6).
               10 st-forced-by pic x(8).
       01 ws-utility-start pic 99 value zeros.
       01 ws-restart-idx pic 99 value zeros.
       01 ws-failing-idx pic 99 value zeros.
       01 ws-cleanup-count pic 9(3) value zeros.
       01 ws-done-later-count pic 99 value zeros.
       01 ws-output-idx pic 99.
       01 ws-dd-known pic x value 'N'.
           88 dd-known value 'Y'.

       01 hl-title.
           05 filler pic x(20) value spaces.
           05 filler pic x(40)
               value 'NIGHTLY STREAM RESTART REPORT'.
       01 hl-date-line.
           05 filler pic x(15) value 'Business date: '.
           05 hl-date pic 9(8).
       01 hl-step-headers.
           05 filler pic x(9) value 'JCL step'.
           05 filler pic x(9) value 'Ledger'.
           05 filler pic x(10) value 'State'.
           05 filler pic x(6) value '  RC'.
           05 filler pic x(8) value 'Start'.
           05 filler pic x(8) value 'End'.
           05 filler pic x(8) value 'Records'.
       01 dl-step-line.
           05 dl-jcl-step pic x(8).
           05 filler pic x(1) value space.
           05 dl-step-name pic x(8).
           05 filler pic x(1) value space.
           05 dl-state pic x(10).
           05 dl-rc pic zzz9.
           05 filler pic x(2) value spaces.
           05 dl-start pic 9(6).
           05 filler pic x(2) value spaces.
           05 dl-end pic 9(6).
           05 filler pic x(2) value spaces.
           05 dl-count pic zzzzz9.
           05 filler pic x(1) value space.
           05 dl-forced-by pic x(8).
       01 dl-text-line.
           05 dl-text pic x(80).
       01 dl-restart-line.
           05 filler pic x(17) value 'RESTART AT STEP: '.
           05 dl-restart-step pic x(8).
           05 filler pic x(3) value ' - '.
           05 dl-restart-reason pic x(50).
       01 dl-cleanup-line.
           05 filler pic x(2) value spaces.
           05 dl-cleanup-action pic x(8).
           05 dl-cleanup-dsn pic x(44).
           05 filler pic x(1) value space.
           05 dl-cleanup-step pic x(8).
           05 filler pic x(1) value space.
           05 dl-cleanup-dd pic x(8).
       01 dl-resubmit-line.
           05 filler pic x(31) value 'Resubmit NIGHTLY with RESTART='.
           05 dl-resubmit-step pic x(8).
           05 filler pic x(20) value ' on the JOB card.'.
       procedure division.
       aa-start.
           display "Business date (YYYYMMDD, zeros = today): "
           accept ws-business-date.
           if ws-business-date = 0
               move function current-date(1:8) to ws-business-date
           end-if.
           display "Function - (R)eport, (F)orce release: "
           accept ws-function.
           if not report-function and not force-function
               display "Function must be R or F - run again."
               move 8 to return-code
               go to zz-end
           end-if.
           if force-function
               display "Ledger step to release: "
               accept ws-force-step
               call "operator-signon" using ws-operator-id,
                   ws-operator-roles, ws-signon-flag,
                   ws-signon-program
               if not signon-valid
                   display "Sign-on failed - access denied."
                   move 8 to return-code
                   go to zz-end
               end-if
               if ws-may-approve not = 'Y'
                   display "Operator " ws-operator-id " lacks the "
                       "approve role - release refused."
                   move 8 to return-code
                   go to zz-end
               end-if
           end-if.
           perform load-manifest.
           if return-code >= 8
               go to zz-end
           end-if.
           if force-function
               open i-o run-control-file
           else
               open input run-control-file
           end-if.
           if ws-runctl-status = '00'
               set runctl-open to true
           else
               if ws-runctl-status not = '35'
                   display "ERROR opening run control file, status="
                       ws-runctl-status
                   move 8 to return-code
                   go to zz-end
               end-if
           end-if.
           if force-function
               perform release-ledger-row
               if return-code >= 8
                   go to cc-end
               end-if
           end-if.
       bb-analyse.
           perform read-step-state
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.
           perform find-restart-step.
           open output report-file.
           if ws-report-status not = '00'
               display "ERROR opening restart report, status="
                   ws-report-status
               move 8 to return-code
               go to cc-end
           end-if.
           perform print-step-states.
           perform print-restart-advice.
           close report-file.
           if ws-restart-idx = 0
               display "Stream complete for " ws-business-date
                   " - nothing to restart."
           else
               display "Restart at " st-jcl-step(ws-restart-idx)
                   " - " ws-cleanup-count " cleanup actions."
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       cc-end.
           if runctl-open
               close run-control-file
           end-if.
       zz-end.
           stop run.

      *****************************************************
      * the manifest - cards in stream order, grouped into
      * steps as the JCL step name changes
      *****************************************************
       load-manifest.
           open input manifest-file.
           if ws-manifest-status not = '00'
               display "ERROR opening restart manifest, status="
                   ws-manifest-status
               move 8 to return-code
           else
               perform until eof
                   read manifest-file
                       at end
                           set eof to true
                       not at end
                           if rm-jcl-step not = spaces
                               and rm-jcl-step(1:1) not = '*'
                               perform take-manifest-card
                           end-if
                   end-read
               end-perform
               close manifest-file
               if ws-step-count = 0
                   display "Restart manifest is empty."
                   move 8 to return-code
               end-if
           end-if.

       take-manifest-card.
           if ws-card-count < 200
               add 1 to ws-card-count
               move rm-jcl-step to mt-jcl-step(ws-card-count)
               move rm-step-name to mt-step-name(ws-card-count)
               move rm-dd-name to mt-dd-name(ws-card-count)
               move rm-cleanup to mt-cleanup(ws-card-count)
               move rm-dsn to mt-dsn(ws-card-count)
               if ws-step-count = 0
                   or rm-jcl-step not = st-jcl-step(ws-step-count)
                   perform start-manifest-step
               end-if
               if ws-step-count > 0
                   move ws-card-count
                       to st-last-card(ws-step-count)
               end-if
           else
               display "WARNING: restart manifest over 200 cards - "
                   rm-jcl-step " " rm-dd-name " ignored."
           end-if.

       start-manifest-step.
           if ws-step-count < 60
               add 1 to ws-step-count
               initialize step-entry(ws-step-count)
               move rm-jcl-step to st-jcl-step(ws-step-count)
               move rm-step-name to st-step-name(ws-step-count)
               move ws-card-count to st-first-card(ws-step-count)
           else
               display "WARNING: restart manifest over 60 steps - "
                   rm-jcl-step " ignored."
           end-if.

      *****************************************************
      * the force option - a clean completion released for
      * one more run, on the operator's say-so
      *****************************************************
       release-ledger-row.
           if not runctl-open
               display "No run control ledger - nothing to release."
               move 8 to return-code
           else
               move ws-business-date to rc-business-date
               move ws-force-step to rc-step-name
               read run-control-file
                   invalid key
                       display "Step " ws-force-step " has no row "
                           "for " ws-business-date " - it is free "
                           "to run, nothing released."
                       move 8 to return-code
                   not invalid key
                       perform release-found-row
               end-read
           end-if.

       release-found-row.
           if rc-run-complete and rc-return-code = 0
               move 'F' to rc-status
               move ws-operator-id to rc-forced-by
               rewrite run-control-record
               if ws-runctl-status not = '00'
                   display "ERROR releasing run control row, status="
                       ws-runctl-status
                   move 8 to return-code
               else
                   display "Step " ws-force-step " released for "
                       "rerun on " ws-business-date " by "
                       ws-operator-id "."
                   perform write-force-audit-record
               end-if
           else
               display "Step " ws-force-step " did not complete "
                   "cleanly on " ws-business-date " - it may rerun "
                   "already, nothing released."
           end-if.

       write-force-audit-record.
           open extend audit-log-file.
           if ws-audit-status = '35'
               open output audit-log-file
               close audit-log-file
               open extend audit-log-file
           end-if.
           if ws-audit-status not = '00'
               display "ERROR opening audit log file, status="
                   ws-audit-status
           else
               move function current-date(1:8) to audit-date
               move function current-date(9:6) to audit-time
               move ws-operator-id to audit-operator-id
               move "RUN-CONTROL" to audit-file-name
               move ws-force-step to audit-key
               move "FORCE" to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.

      *****************************************************
      * each step's row on the ledger for the date
      *****************************************************
       read-step-state.
           if st-step-name(ws-step-idx) = spaces
               set st-utility(ws-step-idx) to true
           else
               set st-not-run(ws-step-idx) to true
               if runctl-open
                   move ws-business-date to rc-business-date
                   move st-step-name(ws-step-idx) to rc-step-name
                   read run-control-file
                       invalid key
                           continue
                       not invalid key
                           perform take-step-row
                   end-read
               end-if
           end-if.

       take-step-row.
           evaluate true
               when rc-run-released
                   set st-released(ws-step-idx) to true
               when rc-run-complete and rc-return-code = 0
                   set st-clean(ws-step-idx) to true
               when rc-run-complete
                   set st-failed(ws-step-idx) to true
               when other
                   set st-running(ws-step-idx) to true
           end-evaluate.
           move rc-return-code to st-return-code(ws-step-idx).
           move rc-start-time to st-start-time(ws-step-idx).
           move rc-end-time to st-end-time(ws-step-idx).
           move rc-record-count to st-record-count(ws-step-idx).
           move rc-forced-by to st-forced-by(ws-step-idx).

      * walk the stream: utility steps straight after the last
      * clean step go with the step they feed
       find-restart-step.
           move zeros to ws-utility-start.
           move zeros to ws-restart-idx.
           move zeros to ws-failing-idx.
           perform varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
                   or ws-restart-idx > 0
               evaluate true
                   when st-utility(ws-step-idx)
                       if ws-utility-start = 0
                           move ws-step-idx to ws-utility-start
                       end-if
                   when st-clean(ws-step-idx)
                       move zeros to ws-utility-start
                   when other
                       move ws-step-idx to ws-failing-idx
                       if ws-utility-start > 0
                           move ws-utility-start to ws-restart-idx
                       else
                           move ws-step-idx to ws-restart-idx
                       end-if
               end-evaluate
           end-perform.

      *****************************************************
      * the report
      *****************************************************
       print-step-states.
           move hl-title to report-line.
           perform write-report-line.
           move ws-business-date to hl-date.
           move hl-date-line to report-line.
           perform write-report-line.
           move spaces to report-line.
           perform write-report-line.
           move hl-step-headers to report-line.
           perform write-report-line.
           perform print-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.

       print-one-step.
           move spaces to dl-step-line.
           move st-jcl-step(ws-step-idx) to dl-jcl-step.
           move st-step-name(ws-step-idx) to dl-step-name.
           move st-forced-by(ws-step-idx) to dl-forced-by.
           evaluate true
               when st-utility(ws-step-idx)
                   move "(utility)" to dl-state
               when st-not-run(ws-step-idx)
                   move "NOT RUN" to dl-state
               when st-running(ws-step-idx)
                   move "ABENDED" to dl-state
               when st-clean(ws-step-idx)
                   move "COMPLETE" to dl-state
               when st-failed(ws-step-idx)
                   move "FAILED" to dl-state
               when st-released(ws-step-idx)
                   move "RELEASED" to dl-state
           end-evaluate.
           if not st-utility(ws-step-idx)
               and not st-not-run(ws-step-idx)
               move st-return-code(ws-step-idx) to dl-rc
               move st-start-time(ws-step-idx) to dl-start
               move st-end-time(ws-step-idx) to dl-end
               move st-record-count(ws-step-idx) to dl-count
           end-if.
           move dl-step-line to report-line.
           perform write-report-line.

       print-restart-advice.
           move spaces to report-line.
           perform write-report-line.
           if ws-restart-idx = 0
               move "STREAM COMPLETE - every step ended cleanly for "
                   to dl-text
               move dl-text-line to report-line
               perform write-report-line
               move "this business date. Nothing to restart."
                   to dl-text
               move dl-text-line to report-line
               perform write-report-line
           else
               move st-jcl-step(ws-restart-idx) to dl-restart-step
               evaluate true
                   when st-not-run(ws-failing-idx)
                       move "never started (bypassed or not reached)"
                           to dl-restart-reason
                   when st-running(ws-failing-idx)
                       move "abended - row left running on the ledger"
                           to dl-restart-reason
                   when st-failed(ws-failing-idx)
                       move "ended with a non-zero return code"
                           to dl-restart-reason
                   when st-released(ws-failing-idx)
                       move "released for rerun by the force option"
                           to dl-restart-reason
               end-evaluate
               move dl-restart-line to report-line
               perform write-report-line
               if ws-restart-idx not = ws-failing-idx
                   move spaces to dl-text
                   string "(utility steps before "
                       st-jcl-step(ws-failing-idx)
                       " record nothing - rerun them with it)"
                       delimited by size into dl-text
                   move dl-text-line to report-line
                   perform write-report-line
               end-if
               move spaces to report-line
               perform write-report-line
               move "CLEANUP BEFORE RESUBMITTING:" to dl-text
               move dl-text-line to report-line
               perform write-report-line
               perform print-step-cleanup
                   varying ws-step-idx from ws-restart-idx by 1
                   until ws-step-idx > ws-failing-idx
               perform check-recorded-outputs
               if ws-cleanup-count = 0
                   move "  none - the step never started" to dl-text
                   move dl-text-line to report-line
                   perform write-report-line
               end-if
               move spaces to report-line
               perform write-report-line
               move st-jcl-step(ws-restart-idx) to dl-resubmit-step
               move dl-resubmit-line to report-line
               perform write-report-line
               perform print-later-complete
                   varying ws-step-idx from ws-failing-idx by 1
                   until ws-step-idx > ws-step-count
           end-if.

      * a step that never started left nothing behind
       print-step-cleanup.
           if not st-not-run(ws-step-idx)
               perform print-one-cleanup
                   varying ws-card-idx
                   from st-first-card(ws-step-idx) by 1
                   until ws-card-idx > st-last-card(ws-step-idx)
           end-if.

       print-one-cleanup.
           if mt-dd-name(ws-card-idx) not = spaces
               move spaces to dl-cleanup-line
               evaluate mt-cleanup(ws-card-idx)
                   when 'D'
                       move "DELETE" to dl-cleanup-action
                   when 'R'
                       move "RESTORE" to dl-cleanup-action
                   when other
                       move "keep" to dl-cleanup-action
               end-evaluate
               move mt-dsn(ws-card-idx) to dl-cleanup-dsn
               move mt-jcl-step(ws-card-idx) to dl-cleanup-step
               move mt-dd-name(ws-card-idx) to dl-cleanup-dd
               move dl-cleanup-line to report-line
               perform write-report-line
               if mt-cleanup(ws-card-idx) = 'D'
                   or mt-cleanup(ws-card-idx) = 'R'
                   add 1 to ws-cleanup-count
               end-if
           end-if.

      * the failing step's own record of what it writes, against
      * the manifest - anything the manifest does not name has
      * to be looked at by hand
       check-recorded-outputs.
           if not st-not-run(ws-failing-idx)
               and not st-utility(ws-failing-idx)
               move ws-business-date to rc-business-date
               move st-step-name(ws-failing-idx) to rc-step-name
               read run-control-file
                   invalid key
                       continue
                   not invalid key
                       perform check-one-recorded-output
                           varying ws-output-idx from 1 by 1
                           until ws-output-idx > rc-output-count
                               or ws-output-idx > 24
               end-read
           end-if.

       check-one-recorded-output.
           move 'N' to ws-dd-known.
           perform varying ws-card-idx
               from st-first-card(ws-failing-idx) by 1
               until ws-card-idx > st-last-card(ws-failing-idx)
               if mt-dd-name(ws-card-idx) = rc-output-dd(ws-output-idx)
                   set dd-known to true
               end-if
           end-perform.
           if not dd-known
               move spaces to dl-cleanup-line
               move "CHECK" to dl-cleanup-action
               move "(not in the restart manifest - check by hand)"
                   to dl-cleanup-dsn
               move st-jcl-step(ws-failing-idx) to dl-cleanup-step
               move rc-output-dd(ws-output-idx) to dl-cleanup-dd
               move dl-cleanup-line to report-line
               perform write-report-line
               add 1 to ws-cleanup-count
           end-if.

      * steps past the failure that already completed for the
      * date will refuse to run again when the stream reaches
      * them
       print-later-complete.
           if ws-step-idx > ws-failing-idx
               and st-clean(ws-step-idx)
               add 1 to ws-done-later-count
               move spaces to dl-text
               string st-jcl-step(ws-step-idx) " ("
                   st-step-name(ws-step-idx)
                   ") already complete - it will refuse to run."
                   delimited by size into dl-text
               move dl-text-line to report-line
               perform write-report-line
               if ws-done-later-count = 1
                   move "  Release it with the force option only if "
                       to dl-text
                   move dl-text-line to report-line
                   perform write-report-line
                   move "  it must run again after the restart."
                       to dl-text
                   move dl-text-line to report-line
                   perform write-report-line
               end-if
           end-if.

       write-report-line.
           write report-line.
           if ws-report-status not = '00'
               display "ERROR writing restart report, status="
                   ws-report-status
           end-if.
