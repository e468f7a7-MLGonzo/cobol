       identification division.
       program-id. change-approval.
       author Gonzo.
      * dual-control approval of master file changes - the checker's
      * half of the maker/checker discipline on the bank
      * enrollment, pay rate, deduction, tax profile and tax
      * parameter masters. The checker signs on against the
      * operator security master and must hold the approve role.
      * Every change still pending on the pending-change file is
      * shown oldest first with its before and after images and
      * decided (A)pprove, (R)eject, (S)kip for later, or (Q)uit.
      * A change keyed by the signed-on operator is never offered
      * to them - somebody else has to look at it.
      * Approving applies the after image to the master, but only
      * if the master still matches the before image the maker
      * saw (an add only if the record is still absent); a change
      * the master has moved under goes stale and is not applied.
      * Every applied change writes its ADD/UPDATE/DELETE audit
      * entry under the operator who keyed it and an APPROVE entry
      * under the approver with the same timestamp, so the audit
      * log carries both operator ids; rejections and stale
      * changes are audited under the approver.
       environment division.
       input-output section.
       file-control.
           select pending-change-file assign to pendchg
           organization is indexed
           access mode is dynamic
           record key is pch-change-id
           file status is ws-pendchg-status.
           select enrollment-file assign to bankenrl
           organization is indexed
           access mode is dynamic
           record key is enr-key
           file status is ws-enrollment-status.
           select pay-rate-file assign to payrate
           organization is indexed
           access mode is dynamic
           record key is pr-employee-id
           file status is ws-rate-status.
           select deduction-file assign to dedmast
           organization is indexed
           access mode is dynamic
           record key is ded-key
           file status is ws-deduction-status.
           select tax-profile-file assign to taxprof
           organization is indexed
           access mode is dynamic
           record key is txp-employee-id
           file status is ws-profile-status.
           select tax-parameter-file assign to taxparm
           organization is line sequential
           file status is ws-taxparm-status.
           select audit-log-file assign to auditlog
           organization is line sequential
           file status is ws-audit-status.
       data division.
       file section.
       fd pending-change-file.
           copy "pending-change-record.cpy".
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       fd pay-rate-file.
           copy "pay-rate-record.cpy".
       fd deduction-file.
           copy "deduction-record.cpy".
       fd tax-profile-file.
           copy "tax-profile-record.cpy".
       fd tax-parameter-file.
           copy "tax-parameter-record.cpy".
       fd audit-log-file.
           copy "audit-record.cpy".
       working-storage section.
       01 ws-pendchg-status pic xx value '00'.
       01 ws-enrollment-status pic xx value '00'.
       01 ws-rate-status pic xx value '00'.
       01 ws-deduction-status pic xx value '00'.
       01 ws-profile-status pic xx value '00'.
       01 ws-taxparm-status pic xx value '00'.
       01 ws-audit-status pic xx value '00'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'CHGAPPR'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-decision pic x value space.
           88 decision-approve value 'A'.
           88 decision-reject value 'R'.
           88 decision-skip value 'S'.
           88 decision-quit value 'Q'.
      * outcome of applying one approved change: A applied,
      * X stale (master moved under it), E error (left pending)
       01 ws-apply-result pic x value space.
           88 apply-done value 'A'.
           88 apply-stale value 'X'.
           88 apply-error value 'E'.
       01 ws-timestamp pic x(14).
       01 ws-audit-operator pic x(8).
       01 ws-audit-action pic x(8).
       01 ws-pending-count pic 9(6) value zeros.
       01 ws-approved-count pic 9(6) value zeros.
       01 ws-rejected-count pic 9(6) value zeros.
       01 ws-stale-count pic 9(6) value zeros.
       01 ws-skipped-count pic 9(6) value zeros.
       01 ws-own-count pic 9(6) value zeros.
       procedure division.
       aa-start.
           call "operator-signon" using ws-operator-id,
               ws-operator-roles, ws-signon-flag,
               ws-signon-program.
           if not signon-valid
               display "Sign-on failed - access denied."
               move 8 to return-code
               go to zz-end
           end-if.
           if ws-may-approve not = 'Y'
               display "Operator " ws-operator-id " is not "
                   "authorized to approve master changes."
               move 8 to return-code
               go to zz-end
           end-if.
           open i-o pending-change-file.
           if ws-pendchg-status = '35'
               display "No pending-change file - nothing to "
                   "approve."
               go to zz-end
           end-if.
           if ws-pendchg-status not = '00'
               display "ERROR opening pending-change file, status="
                   ws-pendchg-status
               move 8 to return-code
               go to zz-end
           end-if.
           move low-values to pch-change-id.
           start pending-change-file key is not less than
               pch-change-id
               invalid key
                   set eof to true
           end-start.
       bb-read.
           if eof or decision-quit
               go to cc-end
           end-if.
           read pending-change-file next record
               at end
                   set eof to true
                   go to cc-end
           end-read.
           if ws-pendchg-status not = '00'
               display "ERROR reading pending-change file, status="
                   ws-pendchg-status
               move 8 to return-code
               go to cc-end
           end-if.
           if pch-pending
               add 1 to ws-pending-count
               perform review-one-change
           end-if.
           go to bb-read.
       cc-end.
           close pending-change-file.
           display "Pending changes seen: " ws-pending-count.
           display "  approved and applied: " ws-approved-count.
           display "  rejected:             " ws-rejected-count.
           display "  stale, not applied:   " ws-stale-count.
           display "  skipped:              " ws-skipped-count.
           display "  keyed by you, left:   " ws-own-count.
       zz-end.
           stop run.

       review-one-change.
           if pch-maker-id = ws-operator-id
               display "Change " pch-change-id " on "
                   pch-file-name " was keyed by you - another "
                   "operator must decide it."
               add 1 to ws-own-count
           else
               display " "
               display "Change " pch-change-id " " pch-action " "
                   pch-file-name " key " pch-record-key
               display "  keyed by " pch-maker-id " on "
                   pch-keyed-date
               display "  before: " pch-before-image
               display "  after:  " pch-after-image
               move space to ws-decision
               perform until decision-approve or decision-reject
                   or decision-skip or decision-quit
                   display "(A)pprove, (R)eject, (S)kip, (Q)uit: "
                   accept ws-decision
               end-perform
               evaluate true
                   when decision-approve
                       perform apply-change
                       perform record-decision
                   when decision-reject
                       move 'R' to pch-status
                       perform record-decision
                   when decision-skip
                       add 1 to ws-skipped-count
               end-evaluate
           end-if.

      * files the decision on the pending row and audits it. An
      * approval that could not be applied for an I/O error stays
      * pending so it can be approved again once the error is
      * cleared.
       record-decision.
           if decision-approve
               evaluate true
                   when apply-done
                       move 'A' to pch-status
                   when apply-stale
                       move 'X' to pch-status
               end-evaluate
           end-if.
           if decision-approve and apply-error
               display "Change " pch-change-id " NOT applied - "
                   "left pending."
               move 8 to return-code
           else
               move function current-date(1:14) to ws-timestamp
               move ws-operator-id to pch-checker-id
               move ws-timestamp(1:8) to pch-decision-date
               rewrite pending-change-record
               if ws-pendchg-status not = '00'
                   display "ERROR rewriting pending change, "
                       "status=" ws-pendchg-status
                   move 8 to return-code
               end-if
               perform write-decision-audit-records
               evaluate true
                   when pch-applied
                       add 1 to ws-approved-count
                       display "Change " pch-change-id
                           " applied."
                   when pch-stale
                       add 1 to ws-stale-count
                       display "Change " pch-change-id " is "
                           "stale - the master no longer matches "
                           "its before image. Not applied; key "
                           "it again."
                   when pch-rejected
                       add 1 to ws-rejected-count
                       display "Change " pch-change-id
                           " rejected."
               end-evaluate
           end-if.

       apply-change.
           move 'E' to ws-apply-result.
           evaluate pch-file-name
               when "BANK-ENRL"
                   perform apply-enrollment-change
               when "RATE-MASTER"
                   perform apply-rate-change
               when "DED-MASTER"
                   perform apply-deduction-change
               when "TAXPROF-MASTER"
                   perform apply-profile-change
               when "TAX-PARAMS"
                   perform apply-tax-parameter-change
               when other
                   display "Change " pch-change-id " is for an "
                       "unknown master " pch-file-name "."
           end-evaluate.

       apply-enrollment-change.
           open i-o enrollment-file.
           if ws-enrollment-status = '35' and pch-action = "ADD"
               open output enrollment-file
               close enrollment-file
               open i-o enrollment-file
           end-if.
           if ws-enrollment-status not = '00'
               display "ERROR opening enrollment master, status="
                   ws-enrollment-status
           else
               if pch-action = "ADD"
                   move pch-after-image to bank-enrollment-record
                   write bank-enrollment-record
                   if ws-enrollment-status = '22'
                       move 'X' to ws-apply-result
                   end-if
               else
                   move pch-before-image to bank-enrollment-record
                   read enrollment-file
                       invalid key
                           move 'X' to ws-apply-result
                       not invalid key
                           if bank-enrollment-record
                               not = pch-before-image
                               move 'X' to ws-apply-result
                           else
                               if pch-action = "DELETE"
                                   delete enrollment-file record
                               else
                                   move pch-after-image
                                       to bank-enrollment-record
                                   rewrite bank-enrollment-record
                               end-if
                           end-if
                   end-read
               end-if
               if not apply-stale
                   if ws-enrollment-status = '00'
                       move 'A' to ws-apply-result
                   else
                       display "ERROR applying enrollment change, "
                           "status=" ws-enrollment-status
                   end-if
               end-if
               close enrollment-file
           end-if.

       apply-rate-change.
           open i-o pay-rate-file.
           if ws-rate-status = '35' and pch-action = "ADD"
               open output pay-rate-file
               close pay-rate-file
               open i-o pay-rate-file
           end-if.
           if ws-rate-status not = '00'
               display "ERROR opening pay rate master, status="
                   ws-rate-status
           else
               if pch-action = "ADD"
                   move pch-after-image to pay-rate-record
                   write pay-rate-record
                   if ws-rate-status = '22'
                       move 'X' to ws-apply-result
                   end-if
               else
                   move pch-before-image to pay-rate-record
                   read pay-rate-file
                       invalid key
                           move 'X' to ws-apply-result
                       not invalid key
                           if pay-rate-record not = pch-before-image
                               move 'X' to ws-apply-result
                           else
                               if pch-action = "DELETE"
                                   delete pay-rate-file record
                               else
                                   move pch-after-image
                                       to pay-rate-record
                                   rewrite pay-rate-record
                               end-if
                           end-if
                   end-read
               end-if
               if not apply-stale
                   if ws-rate-status = '00'
                       move 'A' to ws-apply-result
                   else
                       display "ERROR applying rate change, "
                           "status=" ws-rate-status
                   end-if
               end-if
               close pay-rate-file
           end-if.

       apply-deduction-change.
           open i-o deduction-file.
           if ws-deduction-status = '35' and pch-action = "ADD"
               open output deduction-file
               close deduction-file
               open i-o deduction-file
           end-if.
           if ws-deduction-status not = '00'
               display "ERROR opening deductions master, status="
                   ws-deduction-status
           else
               if pch-action = "ADD"
                   move pch-after-image to deduction-record
                   write deduction-record
                   if ws-deduction-status = '22'
                       move 'X' to ws-apply-result
                   end-if
               else
                   move pch-before-image to deduction-record
                   read deduction-file
                       invalid key
                           move 'X' to ws-apply-result
                       not invalid key
                           if deduction-record
                               not = pch-before-image
                               move 'X' to ws-apply-result
                           else
                               if pch-action = "DELETE"
                                   delete deduction-file record
                               else
                                   move pch-after-image
                                       to deduction-record
                                   rewrite deduction-record
                               end-if
                           end-if
                   end-read
               end-if
               if not apply-stale
                   if ws-deduction-status = '00'
                       move 'A' to ws-apply-result
                   else
                       display "ERROR applying deduction change, "
                           "status=" ws-deduction-status
                   end-if
               end-if
               close deduction-file
           end-if.

       apply-profile-change.
           open i-o tax-profile-file.
           if ws-profile-status = '35' and pch-action = "ADD"
               open output tax-profile-file
               close tax-profile-file
               open i-o tax-profile-file
           end-if.
           if ws-profile-status not = '00'
               display "ERROR opening tax profile master, status="
                   ws-profile-status
           else
               if pch-action = "ADD"
                   move pch-after-image to tax-profile-record
                   write tax-profile-record
                   if ws-profile-status = '22'
                       move 'X' to ws-apply-result
                   end-if
               else
                   move pch-before-image to tax-profile-record
                   read tax-profile-file
                       invalid key
                           move 'X' to ws-apply-result
                       not invalid key
                           if tax-profile-record
                               not = pch-before-image
                               move 'X' to ws-apply-result
                           else
                               if pch-action = "DELETE"
                                   delete tax-profile-file record
                               else
                                   move pch-after-image
                                       to tax-profile-record
                                   rewrite tax-profile-record
                               end-if
                           end-if
                   end-read
               end-if
               if not apply-stale
                   if ws-profile-status = '00'
                       move 'A' to ws-apply-result
                   else
                       display "ERROR applying tax profile change, "
                           "status=" ws-profile-status
                   end-if
               end-if
               close tax-profile-file
           end-if.

      * bracket sets are only ever appended - a later set with
      * the same effective date supersedes the earlier one - so
      * there is no before image to check.
       apply-tax-parameter-change.
           open extend tax-parameter-file.
           if ws-taxparm-status = '35'
               open output tax-parameter-file
               close tax-parameter-file
               open extend tax-parameter-file
           end-if.
           if ws-taxparm-status not = '00'
               display "ERROR opening tax parameter file for "
                   "write, status=" ws-taxparm-status
           else
               move pch-after-image to tax-parameter-record
               write tax-parameter-record
               if ws-taxparm-status = '00'
                   move 'A' to ws-apply-result
               else
                   display "ERROR writing tax parameter record, "
                       "status=" ws-taxparm-status
               end-if
               close tax-parameter-file
           end-if.

       write-decision-audit-records.
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
               evaluate true
                   when pch-applied
                       move pch-maker-id to ws-audit-operator
                       move pch-action to ws-audit-action
                       perform write-one-audit-record
                       move ws-operator-id to ws-audit-operator
                       move "APPROVE" to ws-audit-action
                       perform write-one-audit-record
                   when pch-stale
                       move ws-operator-id to ws-audit-operator
                       move "STALE" to ws-audit-action
                       perform write-one-audit-record
                   when pch-rejected
                       move ws-operator-id to ws-audit-operator
                       move "REJECT" to ws-audit-action
                       perform write-one-audit-record
               end-evaluate
               close audit-log-file
           end-if.

       write-one-audit-record.
           move ws-timestamp(1:8) to audit-date.
           move ws-timestamp(9:6) to audit-time.
           move ws-audit-operator to audit-operator-id.
           move pch-file-name to audit-file-name.
           move pch-record-key to audit-key.
           move ws-audit-action to audit-action.
           write audit-record.
           if ws-audit-status not = '00'
               display "ERROR writing audit record, status="
                   ws-audit-status
           end-if.
