       identification division.
       program-id. load-grade-table.
       author Gonzo.
      * CALLable salary grade loader. Reads the salary grade
      * master and fills the caller's GRADE-TABLE with the range
      * in effect for the given date for every grade code: the
      * entry with the greatest effective date that is not after
      * the date (same date - the later record on file wins).
      * Sets ls-load-status 'Y' when the master was read, 'N'
      * when it is missing or unreadable - an empty table with
      * 'Y' just means no grade has a range in effect yet.
       environment division.
       input-output section.
       file-control.
           select grade-file assign to grademst
           organization is line sequential
           file status is ws-grade-status.
       data division.
       file section.
       fd grade-file.
           copy "salary-grade-record.cpy".
       working-storage section.
       01 ws-grade-status pic xx value '00'.
       01 ws-eof-flag pic x value 'N'.
           88 eof value 'Y'.
       01 ws-grade-idx pic 9(3).
       01 ws-grade-found pic x value 'N'.
           88 grade-found value 'Y'.
       linkage section.
       01 ls-run-date pic 9(8).
       copy "grade-table.cpy".
       01 ls-load-status pic x.
       procedure division using ls-run-date, grade-table,
           ls-load-status.
       aa-main.
           move 'N' to ls-load-status.
           move 'N' to ws-eof-flag.
           move zeros to gt-grade-count.
           open input grade-file.
           if ws-grade-status = '35'
               display "No salary grade master found."
               goback
           end-if.
           if ws-grade-status not = '00'
               display "ERROR opening salary grade master, status="
                   ws-grade-status
               goback
           end-if.
           perform until eof
               read grade-file
                   at end
                       set eof to true
                   not at end
                       if sg-effective-date <= ls-run-date
                           perform consider-grade-range
                       end-if
               end-read
               if ws-grade-status not = '00'
                   and ws-grade-status not = '10'
                   display "ERROR reading salary grade master, "
                       "status=" ws-grade-status
                   set eof to true
               end-if
           end-perform.
           close grade-file.
           move 'Y' to ls-load-status.
           goback.

       consider-grade-range.
           move 'N' to ws-grade-found.
           perform varying ws-grade-idx from 1 by 1
               until grade-found or ws-grade-idx > gt-grade-count
               if gt-grade-code(ws-grade-idx) = sg-grade-code
                   set grade-found to true
               end-if
           end-perform.
           if grade-found
               subtract 1 from ws-grade-idx
               if sg-effective-date
                   >= gt-effective-date(ws-grade-idx)
                   perform save-grade-range
               end-if
           else
               if gt-grade-count < 200
                   add 1 to gt-grade-count
                   move gt-grade-count to ws-grade-idx
                   perform save-grade-range
               else
                   display "WARNING: grade table full - grade "
                       sg-grade-code " dropped."
               end-if
           end-if.

       save-grade-range.
           move sg-grade-code to gt-grade-code(ws-grade-idx).
           move sg-effective-date to gt-effective-date(ws-grade-idx).
           move sg-minimum to gt-minimum(ws-grade-idx).
           move sg-midpoint to gt-midpoint(ws-grade-idx).
           move sg-maximum to gt-maximum(ws-grade-idx).
