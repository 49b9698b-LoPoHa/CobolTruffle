      * Branch-profitability history record - shared 01-level layout
      * for the line-sequential BRPRFHST file BRPROF appends to each
      * month: one row per branch digit per reporting month with the
      * month's figures as reported. Read back by the next month's
      * run for the month-on-month and year-to-date columns. A month
      * reported twice has its rows appended twice; the later filed
      * are the ones that count.
       01  BRANCH-PROFIT-HISTORY-RECORD.
      * The reporting year and month, YYYYMM.
        05       BPH-PERIOD              PIC 9(6).
        05       BPH-BRANCH-DIGIT        PIC X.
      * Fee income charged, interest paid out, the branch's share of
      * the revaluation result, its average balance over the month's
      * snapshots, and the net contribution - fees less interest
      * plus revaluation.
        05       BPH-FEE-INCOME          PIC S9(9)V99.
        05       BPH-INTEREST-PAID       PIC S9(9)V99.
        05       BPH-REVALUATION         PIC S9(9)V99.
        05       BPH-AVERAGE-BALANCE     PIC S9(11)V99.
        05       BPH-NET-CONTRIBUTION    PIC S9(9)V99.
