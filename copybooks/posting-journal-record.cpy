      * is gross minus tax less any extra withholding; for
      * 'D' rows gross is the deduction amount, tax is zero
      * and the net is negative.
      *
      * PJ-JURISDICTION is the tax jurisdiction the row's
      * gross and tax went to on the jurisdiction wage
      * ledger (spaces = the company default bracket set),
      * so a reversal backs out the same ledger record;
      * PJ-JURISDICTION-FLAG is 'Y' when it was recorded -
      * rows written before it existed read as spaces.
      *****************************************************
       01 posting-journal-record.
           05 pj-run-date pic 9(8).
           05 pj-gross pic 9(8).
           05 pj-tax pic 9(8).
           05 pj-net pic s9(8).
           05 pj-jurisdiction pic x(2).
           05 pj-jurisdiction-flag pic x.
               88 pj-jurisdiction-recorded value 'Y'.
