      *****************************************************
      * OVERTIME-PREMIUM-RECORD layout - the overtime premium
      * ledger (otprem, ORGANIZATION INDEXED keyed on OTP-KEY,
      * employee-id + timesheet feed date). Written by the
      * timesheet gross calculation for every employee paid
      * overtime on a feed: OTP-PREMIUM is the half-time part
      * of the period's timesheet gross (the gross less the
      * same hours at the straight rate). The workers' comp
      * premium report takes it back out of the wages of a
      * class that reports overtime at straight time. A feed
      * run again rewrites its own rows, so nothing is
      * counted twice.
      *****************************************************
       01 overtime-premium-record.
           05 otp-key.
               10 otp-employee-id pic x(6).
               10 otp-feed-date pic 9(8).
           05 otp-overtime-hours pic 9(4).
           05 otp-hourly-rate pic 9(4).
           05 otp-premium pic 9(8).
