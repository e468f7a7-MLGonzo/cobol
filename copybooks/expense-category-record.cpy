      *****************************************************
      * EXPENSE-CATEGORY-RECORD layout - one reimbursable
      * expense category on the expense category table
      * (expcat): travel, mileage, meals and the like.
      * Maintained by the expense category maintenance
      * program the same append-only way the contribution
      * parameters are: re-enter a code to supersede it
      * (later record wins). The expense feed edit refuses a
      * claim whose category is not on the table or is
      * inactive, or whose amount is over the category's
      * per-claim limit.
      *
      * EC-CLAIM-LIMIT is the most one claim may be for, in
      * whole currency; zero means no limit.
      * EC-STATUS 'A' = claims accepted;
      *           'I' = inactive - claims refused.
      *****************************************************
       01 expense-category-record.
           05 ec-category-code pic x(4).
           05 ec-description pic x(20).
           05 ec-claim-limit pic 9(7).
           05 ec-status pic x.
               88 ec-active value 'A'.
               88 ec-inactive value 'I'.
