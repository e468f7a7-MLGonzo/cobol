      * direct-deposit enrollment (or payment is held) and
      * by the off-cycle payment path; maintained by the
      * check maintenance program, which marks checks
      * cleared and voids/reissues them, and by the
      * paid-items run, which clears the checks the bank
      * paid and voids stale-dated ones to the
      * unclaimed-property register. The register total
      * of checks issued for a run date, plus the BANKPAY
      * trailer, accounts for the full net pay booked to the
      * ledger - the reconciliation step proves it.
      * CK-SOURCE 'N' = nightly payment run,
      *           'R' = reissue of a bounced deposit or a
      *                 voided check,
      *           'O' = off-cycle manual payment,
      *           'E' = expense reimbursement paid with the
      *                 nightly run.
      *
      * CK-PP-ISSUE-SEQ / CK-PP-VOID-SEQ are the positive-pay
      * transmission numbers that told the bank of the issue
      * and of the void - zeros until the positive-pay run
      * sends them. Every program writing a new row must zero
      * both, so the row goes out in the next transmission.
      *****************************************************
       01 check-register-record.
           05 ck-check-number pic 9(6).
               88 ck-source-run value 'N'.
               88 ck-source-reissue value 'R'.
               88 ck-source-offcycle value 'O'.
               88 ck-source-expense value 'E'.
           05 ck-pp-issue-seq pic 9(6).
           05 ck-pp-void-seq pic 9(6).
