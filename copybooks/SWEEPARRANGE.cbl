      * Sweep-arrangement record - shared 01-level layout for the
      * line-sequential SWEEPARR file, one row per corporate cash
      * sweep: a sub-account kept at a set balance against a master
      * account. After the day posts SWEEPGEN reads both closing
      * balances on ACCTMAST and writes the type-T transfers that
      * bring the sub-account back to its target - surplus paid up
      * to the master, shortfall topped up from it as far as the
      * master's available funds allow. The transfers post through
      * the next cycle's run like any other transfer.
       01  SWEEP-ARRANGEMENT-RECORD.
        05       SWEEP-MASTER-KEY        PIC X(5).
        05       SWEEP-SUB-KEY           PIC X(5).
      * Sweep type - "Z" zero-balance: the sub-account is left at
      * zero and the target amount is ignored; "T" target-balance:
      * the sub-account is left at SWEEP-TARGET-AMOUNT.
        05       SWEEP-TYPE              PIC X.
         88      SWEEP-ZERO-BALANCE          VALUE "Z".
         88      SWEEP-TARGET-BALANCE        VALUE "T".
        05       SWEEP-TARGET-AMOUNT     PIC 9(7)V99.
        05       FILLER                  PIC X(10).
