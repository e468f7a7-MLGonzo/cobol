      * supervisor's program for entering next year's brackets
      * ahead of time instead of waiting for a source change and
      * recompile. (L)ist shows every bracket set on file with
      * its effective date; (A)dd enters a new set after
      * validating that ceilings ascend, the fifth ceiling is the
      * all-9s sentinel, and rates are in thousandths. The
      * operator signs on against the operator security master
      * and needs the add role. Bracket sets are under dual
      * control: a validated set is filed on the pending-change
      * file and is appended only when a different operator
      * approves it through the change approval program, which
      * audits both operator ids. Sets are never updated in
      * place - re-enter a set with the same effective date to
      * supersede it (the loader takes the later record), so the
      * file keeps the full history of who changed what rate and
      * when.
       environment division.
       input-output section.
       file-control.
           select tax-parameter-file assign to taxparm
           organization is line sequential
           file status is ws-taxparm-status.
       data division.
       file section.
       fd tax-parameter-file.
           copy "tax-parameter-record.cpy".
       working-storage section.
       01 ws-taxparm-status pic xx value '00'.
       01 ws-mode pic x value 'L'.
           88 list-mode value 'L'.
           88 add-mode value 'A'.
       01 ws-operator-id pic x(8).
       01 ws-signon-flag pic x value 'N'.
           88 signon-valid value 'Y'.
       01 ws-signon-program pic x(8) value 'TAXMAINT'.
       01 ws-operator-roles.
           05 ws-may-add pic x.
           05 ws-may-correct pic x.
           05 ws-may-delete pic x.
           05 ws-may-approve pic x.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-set-count pic 9(4) value zeros.
       01 ws-display-rate pic 9.999.
       01 ws-new-method pic x.
       01 ws-new-jurisdiction pic x(2).
           copy "tax-parameter-record.cpy" replacing
               ==tax-parameter-record== by ==ws-new-set-record==
               leading ==tp-== by ==ws-tp-==.
       01 ws-master-name pic x(20) value 'TAX-PARAMS'.
       01 ws-change-key pic x(10) value spaces.
       01 ws-change-action pic x(8) value 'ADD'.
       01 ws-before-image pic x(70) value spaces.
       01 ws-after-image pic x(70) value spaces.
       01 ws-change-id pic x(16).
       01 ws-submit-status pic x value 'N'.
           88 change-submitted value 'Y'.
       procedure division.
       aa-start.
           display "Mode - (L)ist bracket sets, (A)dd a set: "
               " rate " ws-display-rate.

       run-add-set.
           call "operator-signon" using ws-operator-id,
               ws-operator-roles, ws-signon-flag,
               ws-signon-program.
           if not signon-valid
               display "Sign-on failed - access denied."
               move 8 to return-code
               stop run
           end-if.
           if ws-may-add not = 'Y'
               display "Operator " ws-operator-id " is not "
                   "authorized for this mode."
               move 8 to return-code
               stop run
           end-if.
           move zeros to ws-new-effective-date.
           perform until ws-new-eff-year > 1900
               and ws-new-eff-month >= 1
           accept ws-new-jurisdiction.
           perform validate-bracket-set.
           if brackets-valid
               perform submit-bracket-set
           else
               display "Bracket set NOT saved."
               move 8 to return-code
           move ws-new-ceiling(ws-bracket-idx)
               to ws-prior-ceiling.

       submit-bracket-set.
           move ws-new-effective-date to ws-tp-effective-date.
           move ws-new-method to ws-tp-calc-method.
           move ws-new-jurisdiction to ws-tp-jurisdiction.
           perform move-bracket-entry
               varying ws-bracket-idx from 1 by 1
               until ws-bracket-idx > 5.
           move ws-new-set-record to ws-after-image.
           move ws-new-effective-date to ws-change-key(1:8).
           move ws-new-jurisdiction to ws-change-key(9:2).
           call "submit-master-change" using ws-master-name,
               ws-change-key, ws-change-action, ws-operator-id,
               ws-before-image, ws-after-image, ws-change-id,
               ws-submit-status.
           if change-submitted
               display "Bracket set effective "
                   ws-new-effective-date " submitted as change "
                   ws-change-id " - it is saved once another "
                   "operator approves it."
           else
               display "Bracket set NOT submitted."
               move 8 to return-code
           end-if.

       move-bracket-entry.
           move ws-new-ceiling(ws-bracket-idx)
               to ws-tp-ceiling(ws-bracket-idx).
           move ws-new-rate(ws-bracket-idx)
               to ws-tp-rate(ws-bracket-idx).
