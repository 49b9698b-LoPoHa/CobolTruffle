      * Velocity breach log - shared 01-level layout for the line-
      * sequential VELBRCH file. TEST appends one row for every
      * debit it holds on the approval queue for breaking a velocity
      * rule; VELRPT prints the day's rows for the fraud team.
       01  VELOCITY-BREACH-RECORD.
      * The run date the debit was held.
        05       VEL-BRCH-DATE           PIC 9(8).
        05       VEL-BRCH-ACCOUNT-KEY    PIC X(5).
        05       VEL-BRCH-PRODUCT        PIC X(4).
        05       VEL-BRCH-TXN-NUMBER     PIC 9(4).
      * The debit that broke the rule, as a positive base-currency
      * amount.
        05       VEL-BRCH-AMOUNT         PIC 9(9)V99.
      * Which rule broke - the window (D or W, as on VELRULE) and
      * whether the count cap ("C") or the amount cap ("A") was
      * passed - and the product it was filed under (spaces for the
      * any-product rule).
        05       VEL-BRCH-WINDOW         PIC X.
        05       VEL-BRCH-CAP            PIC X.
         88      VEL-BRCH-COUNT-CAP          VALUE "C".
         88      VEL-BRCH-AMOUNT-CAP         VALUE "A".
        05       VEL-BRCH-RULE-PRODUCT   PIC X(4).
      * What the account would have reached with the debit, and the
      * caps it was judged against.
        05       VEL-BRCH-TALLY-COUNT    PIC 9(5).
        05       VEL-BRCH-TALLY-AMOUNT   PIC 9(11)V99.
        05       VEL-BRCH-MAX-COUNT      PIC 9(4).
        05       VEL-BRCH-MAX-AMOUNT     PIC 9(9)V99.
