      * run from doubling the YTD balance. A row stuck at
      * 'R' means the prior attempt crashed; the step may
      * restart it.
      *
      * Each row also names the datasets the step writes, by
      * DD name (RC-OUTPUT-DD, RC-OUTPUT-COUNT of them), so the
      * batch restart report can say what a failed attempt may
      * have left behind. A completed row is released for a
      * deliberate rerun only by the batch restart program's
      * force option: status 'F', with the releasing operator
      * in RC-FORCED-BY (kept on the row through the rerun).
      *****************************************************
       01 run-control-record.
           05 rc-key.
           05 rc-status pic x.
               88 rc-run-started value 'R'.
               88 rc-run-complete value 'C'.
               88 rc-run-released value 'F'.
           05 rc-start-time pic 9(6).
           05 rc-end-time pic 9(6).
           05 rc-return-code pic 9(4).
           05 rc-record-count pic 9(6).
           05 rc-forced-by pic x(8).
           05 rc-output-list.
               10 rc-output-count pic 99.
               10 rc-output-dd pic x(8) occurs 24 times.
