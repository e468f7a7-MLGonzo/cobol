           05 pay-routing pic 9(9).
           05 pay-account pic x(12).
           05 pay-account-type pic x.
           05 pay-company pic x(2).
           05 pay-settle-date pic 9(8).
       fd enrollment-file.
           copy "bank-enrollment-record.cpy".
       fd reissue-file.
