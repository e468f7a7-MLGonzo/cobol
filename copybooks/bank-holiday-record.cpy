      *****************************************************
      * BANK-HOLIDAY-RECORD layout - one record per bank
      * holiday on the bank holiday calendar master (holmast,
      * ORGANIZATION INDEXED keyed on HOL-DATE). Maintained by
      * the holiday calendar maintenance program, a year or
      * more ahead. A date on file is not a business day:
      * no payment settles on it, the same as a Saturday or a
      * Sunday, and the settlement date routine moves a pay
      * date that lands on one back to the business day
      * before.
      *****************************************************
       01 bank-holiday-record.
           05 hol-date pic 9(8).
           05 hol-description pic x(30).
