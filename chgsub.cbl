       identification division.
       program-id. submit-master-change.
       author Gonzo.
      * CALLable dual-control submission. The maintenance programs
      * for the bank enrollment, pay rate, deduction, tax profile
      * and tax parameter masters hand their change here instead
      * of writing the master: the master name and key, the
      * action, the operator who keyed it and the record's before
      * and after images go onto the pending-change file as a
      * pending row, and a SUBMIT entry goes on the audit log
      * under the keying operator. Nothing reaches the master
      * until a second operator approves the row through the
      * change approval program.
      * A record that already has a change pending is refused -
      * the first change has to be decided before another can be
      * keyed against the same record, so the second never
      * carries a before image the first is about to overwrite.
      * Returns the change id and ls-submit-status 'Y' when the
      * row was filed, 'N' when it was refused or failed.
       environment division.
       input-output section.
       file-control.
           select pending-change-file assign to pendchg
           organization is indexed
           access mode is dynamic
           record key is pch-change-id
           file status is ws-pendchg-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd pending-change-file.
           copy "pending-change-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-pendchg-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-already-pending pic x value 'N'.
           88 already-pending value 'Y'.
       01 ws-pending-id pic x(16).
       01 ws-timestamp pic x(14).
       linkage section.
       01 ls-file-name pic x(20).
       01 ls-record-key pic x(10).
       01 ls-action pic x(8).
       01 ls-maker-id pic x(8).
       01 ls-before-image pic x(70).
       01 ls-after-image pic x(70).
       01 ls-change-id pic x(16).
       01 ls-submit-status pic x.
       procedure division using ls-file-name, ls-record-key,
           ls-action, ls-maker-id, ls-before-image,
           ls-after-image, ls-change-id, ls-submit-status.
       aa-main.
           move 'N' to ls-submit-status.
           move spaces to ls-change-id.
           open i-o pending-change-file.
           if ws-pendchg-status = '35'
               open output pending-change-file
               close pending-change-file
               open i-o pending-change-file
           end-if.
           if ws-pendchg-status not = '00'
               display "ERROR opening pending-change file, status="
                   ws-pendchg-status
               goback
           end-if.
           perform find-pending-change.
           if already-pending
               display "Change " ws-pending-id " is already "
                   "pending for this record - it must be "
                   "approved or rejected first."
           else
               perform file-pending-change
           end-if.
           close pending-change-file.
           goback.

       find-pending-change.
           move 'N' to ws-eof-flag.
           move 'N' to ws-already-pending.
           move low-values to pch-change-id.
           start pending-change-file key is not less than
               pch-change-id
               invalid key
                   set eof to true
           end-start.
           perform until eof or already-pending
               read pending-change-file next record
                   at end
                       set eof to true
                   not at end
                       if pch-pending
                           and pch-file-name = ls-file-name
                           and pch-record-key = ls-record-key
                           set already-pending to true
                           move pch-change-id to ws-pending-id
                       end-if
               end-read
               if ws-pendchg-status not = '00'
                   and ws-pendchg-status not = '10'
                   display "ERROR reading pending-change file, "
                       "status=" ws-pendchg-status
                   set eof to true
               end-if
           end-perform.

      * the id is the keying timestamp; two changes keyed in the
      * same second step the tie-break sequence until one fits.
       file-pending-change.
           move function current-date(1:14) to ws-timestamp.
           move ws-timestamp(1:8) to pch-keyed-date.
           move ws-timestamp(9:6) to pch-keyed-time.
           move zeros to pch-keyed-seq.
           move ls-file-name to pch-file-name.
           move ls-record-key to pch-record-key.
           move ls-action to pch-action.
           move ls-maker-id to pch-maker-id.
           move 'P' to pch-status.
           move spaces to pch-checker-id.
           move zeros to pch-decision-date.
           move ls-before-image to pch-before-image.
           move ls-after-image to pch-after-image.
           write pending-change-record.
           perform until ws-pendchg-status not = '22'
               or pch-keyed-seq = 99
               add 1 to pch-keyed-seq
               write pending-change-record
           end-perform.
           if ws-pendchg-status not = '00'
               display "ERROR writing pending change, status="
                   ws-pendchg-status
           else
               move pch-change-id to ls-change-id
               move 'Y' to ls-submit-status
               perform write-submit-audit-record
           end-if.

       write-submit-audit-record.
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
               move ws-timestamp(1:8) to audit-date
               move ws-timestamp(9:6) to audit-time
               move ls-maker-id to audit-operator-id
               move ls-file-name to audit-file-name
               move ls-record-key to audit-key
               move "SUBMIT" to audit-action
               write audit-record
               if ws-audit-status not = '00'
                   display "ERROR writing audit record, status="
                       ws-audit-status
               end-if
               close audit-log-file
           end-if.
