      * does not carry departments, so turnover is company
      * level). Age bands: under 25, 25-34, 35-44, 45-54,
      * 55 and over.
      *
      * CN-HEADCOUNT and the age bands are active headcount;
      * staff on leave of absence are counted apart in
      * CN-LEAVE-COUNT and terminated employees (kept on the
      * person master for rehire) are not counted at all.
      * Rows written before CN-LEAVE-COUNT existed end short
      * and read it as spaces.
      *****************************************************
       01 census-record.
           05 cn-year pic 9(4).
           05 cn-headcount pic 9(5).
           05 cn-adds pic 9(4).
           05 cn-removals pic 9(4).
           05 cn-leave-count pic 9(5).
