      * changes or removes a person-file or salary-file
      * record. One line per write, so "who changed what and
      * when" can always be answered from this file alone.
      *
      * Changes to the dual-control masters (bank enrollment,
      * pay rate, deduction, tax profile, tax parameters) log
      * SUBMIT under the operator who keyed them; when the
      * change is applied the ADD/UPDATE/DELETE entry carries
      * that operator and an APPROVE entry with the same
      * timestamp carries the approver.
      *****************************************************
       01 audit-record.
           05 audit-timestamp.
