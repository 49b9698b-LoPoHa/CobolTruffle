      * Instalment-loan record - shared 01-level layout for the indexed
      * LOANMAST file keyed on the wide key of the ACCTMAST account the
      * loan is serviced through, so one account carries one loan. The
      * short key is an alternate key (duplicates allowed, since an
      * account numbered past 999 has none). The instalments are debited
      * to that account as they fall due and the customer's repayments
      * are credited to it; whatever an instalment leaves the account
      * overdrawn by is arrears. Drawn down by LOANMNT from cards, which
      * also writes the amortisation schedule (LOANSCHEDULE); LOANDAY
      * pays the loan out, charges each instalment on its due business
      * day and ages the arrears; LOANPORT summarises the portfolio.
       01  LOAN-RECORD.
        05       LOAN-ACCOUNT-KEY        PIC X(5).
      * Principal - the sum lent, paid out at drawdown.
        05       LOAN-PRINCIPAL          PIC 9(9)V99.
      * Contracted rate - nominal annual percentage, charged monthly
      * on the principal still outstanding.
        05       LOAN-RATE               PIC 9(2)V9(4).
      * Term - the number of monthly instalments.
        05       LOAN-TERM               PIC 9(3).
      * Repayment day - the day of the month each instalment falls
      * due; a day the month does not have falls due on its last
      * day, and one that is not a business day on the next one.
        05       LOAN-REPAYMENT-DAY      PIC 9(2).
        05       LOAN-DRAWDOWN-DATE      PIC 9(8).
      * Payout account - where the principal is paid at drawdown;
      * spaces pay it into the loan account itself.
        05       LOAN-PAYOUT-KEY         PIC X(5).
      * Instalment - the level monthly amount; the last instalment
      * takes up the rounding and may differ by a few cents.
        05       LOAN-INSTALMENT         PIC 9(9)V99.
        05       LOAN-FIRST-DUE-DATE     PIC 9(8).
        05       LOAN-FINAL-DUE-DATE     PIC 9(8).
        05       LOAN-SCHEDULED-INTEREST PIC 9(9)V99.
      * Status - "D" drawn down on the cards but not yet paid out;
      * a paid-off loan stays on file so the trail still resolves.
        05       LOAN-STATUS             PIC X.
         88      LOAN-AWAITING-PAYOUT        VALUE "D".
         88      LOAN-RUNNING                VALUE SPACE.
         88      LOAN-PAID-OFF               VALUE "P".
      * Principal outstanding - the principal not yet fallen due;
      * what the loan-principal GL account carries for this loan.
        05       LOAN-PRINCIPAL-OUTSTANDING PIC 9(9)V99.
        05       LOAN-INSTALMENTS-CHARGED PIC 9(3).
        05       LOAN-INTEREST-CHARGED   PIC 9(9)V99.
      * Interest charged in the year named - what the loan-interest
      * GL account carries for this loan until the year-end close.
        05       LOAN-INTEREST-YEAR      PIC 9(4).
        05       LOAN-INTEREST-YTD       PIC 9(9)V99.
      * Arrears - instalments already posted that the account's
      * balance has not covered, as at the last LOANDAY run, split
      * by how long each has been past its due date.
        05       LOAN-ARREARS-AMOUNT     PIC 9(9)V99.
        05       LOAN-ARREARS-BUCKETS.
         10      LOAN-ARREARS-UNDER-30   PIC 9(9)V99.
         10      LOAN-ARREARS-30-DAYS    PIC 9(9)V99.
         10      LOAN-ARREARS-60-DAYS    PIC 9(9)V99.
         10      LOAN-ARREARS-90-DAYS    PIC 9(9)V99.
      * Oldest unpaid - the due date of the oldest instalment not
      * covered, and the calendar days since; zero when up to date.
        05       LOAN-OLDEST-UNPAID-DATE PIC 9(8).
        05       LOAN-DAYS-PAST-DUE      PIC 9(3).
        05       LOAN-LAST-RUN-DATE      PIC 9(8).
      * Closed date - the run date the loan was found paid off;
      * zero while it runs.
        05       LOAN-CLOSED-DATE        PIC 9(8).
        05       FILLER                  PIC X(10).
      * Wide keys - the loan account's, which the file is keyed on,
      * and the payout account's beside its short key above.
        05       LOAN-WIDE-KEY           PIC X(7).
        05       LOAN-PAYOUT-WIDE-KEY    PIC X(7).
