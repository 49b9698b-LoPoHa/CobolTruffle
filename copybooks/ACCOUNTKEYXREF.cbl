      * Account-key cross-reference record - shared 01-level layout for
      * the line-sequential ACCTXREF file ACCTRKEY appends to each time
      * it moves an account to a new key (a customer changing branch,
      * or a branch closing). The branch digit leads the key, so such
      * a move changes the key; the old key stays on ACCTMAST closed,
      * and this row ties it to the key the account lives on now.
      * Read by BALHINQ, ACCTSTMT and TXNTRACE to follow an account's
      * history across the change. An account moved twice has two
      * rows, the second's old key being the first's new key.
       01  ACCOUNT-KEY-XREF-RECORD.
        05       XREF-OLD-KEY            PIC X(5).
        05       XREF-NEW-KEY            PIC X(5).
      * The run date of the move - the old key's history ends on it.
        05       XREF-MOVED-DATE         PIC 9(8).
        05       XREF-REASON             PIC X.
         88      XREF-BRANCH-TRANSFER        VALUE "T".
         88      XREF-BRANCH-CLOSURE         VALUE "C".
      * The balance carried across - the old key closes at zero and
      * the new key opens with it, without a posting either side.
        05       XREF-MOVED-BALANCE      PIC S9(9)V99.
      * The wide keys moved from and to. A short key above is spaces
      * where the account had, or has, none; the wide keys are always
      * present.
        05       XREF-OLD-WIDE-KEY       PIC X(7).
        05       XREF-NEW-WIDE-KEY       PIC X(7).
