      *                  against it (closed account, bad
      *                  routing); never paid again until
      *                  re-enrolled.
      *
      * ENR-LIVE-DATE is set by the extract when it sends the
      * prenote: the first settlement date the account may
      * take money on, the prenote lead days on from the
      * prenote's own settlement date. An active account with
      * a later live date is passed over that cycle. Zeros (or
      * an account enrolled before the field existed) means
      * live.
      *****************************************************
       01 bank-enrollment-record.
           05 enr-key.
               88 enr-active value 'A'.
               88 enr-held value 'H'.
               88 enr-failed value 'F'.
           05 enr-live-date pic 9(8).
