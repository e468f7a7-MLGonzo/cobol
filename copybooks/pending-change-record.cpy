      *****************************************************
      * PENDING-CHANGE-RECORD layout - one keyed change to a
      * dual-control master waiting for (or given) a second
      * operator's decision, on the pending-change file
      * (pendchg, ORGANIZATION INDEXED keyed on
      * PCH-CHANGE-ID). The bank enrollment, pay rate,
      * deduction, tax profile and tax parameter maintenance
      * programs no longer write their masters: they file
      * the change here through SUBMIT-MASTER-CHANGE, and the
      * change approval program applies it once an operator
      * with the approve role - never the one who keyed it -
      * approves it.
      *
      * PCH-CHANGE-ID is the date and time the change was
      * keyed plus a tie-break sequence, so the file reads
      * back oldest first.
      * PCH-FILE-NAME and PCH-RECORD-KEY are the same master
      * name and key the audit log carries for that master.
      * PCH-ACTION is ADD, UPDATE or DELETE.
      * PCH-BEFORE-IMAGE is the master record as it stood
      * when the change was keyed (spaces for an add);
      * PCH-AFTER-IMAGE is the record as it will be written
      * (spaces for a delete). A change whose before image no
      * longer matches the master when it is approved is not
      * applied - it goes stale and must be keyed again.
      *
      * PCH-STATUS 'P' = pending a decision;
      *            'A' = approved and applied;
      *            'R' = rejected;
      *            'X' = stale - the master moved under it.
      * PCH-CHECKER-ID / PCH-DECISION-DATE record who decided
      * it and when. Decided rows stay on file as history.
      *****************************************************
       01 pending-change-record.
           05 pch-change-id.
               10 pch-keyed-date pic 9(8).
               10 pch-keyed-time pic 9(6).
               10 pch-keyed-seq pic 99.
           05 pch-file-name pic x(20).
           05 pch-record-key pic x(10).
           05 pch-action pic x(8).
           05 pch-maker-id pic x(8).
           05 pch-status pic x.
               88 pch-pending value 'P'.
               88 pch-applied value 'A'.
               88 pch-rejected value 'R'.
               88 pch-stale value 'X'.
           05 pch-checker-id pic x(8).
           05 pch-decision-date pic 9(8).
           05 pch-before-image pic x(70).
           05 pch-after-image pic x(70).
