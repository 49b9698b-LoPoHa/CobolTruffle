      * Branch-profitability extract - shared 01-level views of the
      * BRPRFEXT file BRPROF writes each month for the finance team's
      * spreadsheet. One header naming the reporting month, one "B"
      * record per branch digit carrying the same figures as the
      * printed report, then one "T" record with the bank's totals.
      * The amounts are signed - a branch can lose money. All three
      * views are padded to the same length.
       01  BRANCH-PROFIT-HEADER-RECORD.
        05       BPX-RECORD-TYPE         PIC X.
         88      BPX-HEADER                  VALUE "H".
         88      BPX-BRANCH                  VALUE "B".
         88      BPX-TOTAL                   VALUE "T".
        05       BPX-HDR-PERIOD          PIC 9(6).
        05       BPX-HDR-RUN-DATE        PIC 9(8).
        05       FILLER                  PIC X(100).
       01  BRANCH-PROFIT-EXTRACT-RECORD.
        05       FILLER                  PIC X.
      * The branch digit - spaces on the "T" record.
        05       BPX-BRANCH-DIGIT        PIC X.
        05       BPX-FEE-INCOME          PIC S9(9)V99.
        05       BPX-INTEREST-PAID       PIC S9(9)V99.
        05       BPX-REVALUATION         PIC S9(9)V99.
        05       BPX-AVERAGE-BALANCE     PIC S9(11)V99.
        05       BPX-NET-CONTRIBUTION    PIC S9(9)V99.
      * The branch's place by net contribution, 1 the best - zero
      * on the "T" record.
        05       BPX-RANK                PIC 9(2).
      * The prior month's net contribution, the movement from it,
      * and the net contribution for the year to date.
        05       BPX-PRIOR-NET           PIC S9(9)V99.
        05       BPX-NET-CHANGE          PIC S9(9)V99.
        05       BPX-YTD-NET             PIC S9(11)V99.
        05       FILLER                  PIC X(19).
