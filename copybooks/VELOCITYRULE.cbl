      * Velocity rule - shared 01-level layout for the line-
      * sequential VELRULE file the fraud team maintains. Each row
      * caps how many debits, and how much money in total, may
      * leave one account inside a window: the run date alone, or
      * the run date and the six business days before it. TEST
      * holds a debit that would take an account past either cap.
       01  VELOCITY-RULE-RECORD.
      * The product the rule covers. Spaces covers every product
      * that has no rule of its own for the same window - a
      * product's own row always wins over the blank one.
        05       VEL-RULE-PRODUCT        PIC X(4).
        05       VEL-RULE-WINDOW         PIC X.
         88      VEL-RULE-DAY                VALUE "D".
         88      VEL-RULE-WEEK               VALUE "W".
      * Zero in either cap means that cap is not applied.
        05       VEL-RULE-MAX-COUNT      PIC 9(4).
        05       VEL-RULE-MAX-AMOUNT     PIC 9(9)V99.
