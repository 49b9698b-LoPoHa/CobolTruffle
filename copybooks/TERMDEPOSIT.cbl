      * Term-deposit record - shared 01-level layout for the indexed
      * TERMDEP file keyed on the wide key of the ACCTMAST account that
      * holds the deposit's money, so one account carries one deposit.
      * The short key is an alternate key (duplicates allowed, since an
      * account numbered past 999 has none). The deposit runs at a
      * contracted rate from its start date to its maturity date; money
      * may not leave the account before then without a supervisor's
      * release. Opened and amended by TDMNT from cards; TDMATURE pays
      * the contracted interest on the maturity date and then rolls the
      * deposit over or pays it out as the customer instructed.
       01  TERM-DEPOSIT-RECORD.
        05       TD-ACCOUNT-KEY          PIC X(5).
      * Principal - the sum on deposit for the current term; a
      * rollover adds the term's interest to it.
        05       TD-PRINCIPAL            PIC 9(9)V99.
      * Contracted rate - simple annual percentage, fixed for the
      * life of the deposit, rollovers included.
        05       TD-RATE                 PIC 9(2)V9(4).
        05       TD-START-DATE           PIC 9(8).
      * Maturity date - the last day of the term. One falling on a
      * day BUSIDAYS does not mark as a business day matures on the
      * next business day.
        05       TD-MATURITY-DATE        PIC 9(8).
      * Instruction - "R" rollover: principal and interest are
      * redeposited for another term of the same length; "P" pay
      * out: principal and interest go to the settlement account.
        05       TD-INSTRUCTION          PIC X.
         88      TD-ROLLOVER                 VALUE "R".
         88      TD-PAY-OUT                  VALUE "P".
      * Settlement account - where a payout goes; required for "P",
      * may be left blank for "R".
        05       TD-SETTLEMENT-KEY       PIC X(5).
      * Status - a paid-out deposit stays on file so the trail
      * still resolves, but no longer restricts the account.
        05       TD-STATUS               PIC X.
         88      TD-ACTIVE                   VALUE SPACE.
         88      TD-PAID                     VALUE "P".
        05       TD-ROLLOVER-COUNT       PIC 9(3).
      * Closed date - the run date the deposit was paid out; zero
      * while it is active.
        05       TD-CLOSED-DATE          PIC 9(8).
        05       FILLER                  PIC X(10).
      * Wide keys - the deposit account's, which the file is keyed
      * on, and the settlement account's beside its short key above.
        05       TD-WIDE-KEY             PIC X(7).
        05       TD-SETTLEMENT-WIDE-KEY  PIC X(7).
