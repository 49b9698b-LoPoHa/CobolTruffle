      * Closure-request record - shared 01-level layout for the indexed
      * CLOSREQ file keyed on the wide key of the ACCTMAST account to be
      * closed, with the short key as an alternate key (duplicates
      * allowed, since an account numbered past 999 has none). ACCTMNT
      * queues a request from a Q card; ACCTCLOS settles it - the
      * closing fee and a transfer of the remaining balance, interest
      * accrued but not yet posted included, to the payout account -
      * cancels the account's standing instructions and releases its
      * holds, and closes the account on a later run once the balance
      * has reached zero.
       01  CLOSURE-REQUEST-RECORD.
        05       CLOSURE-ACCOUNT-KEY     PIC X(5).
      * Payout account - where the remaining balance is paid. Spaces
      * send it to the branch's payable-to-customer suspense account
      * (branch digit, "998" and its check digit), from which the
      * branch pays the customer by other means.
        05       CLOSURE-PAYOUT-KEY      PIC X(5).
        05       CLOSURE-REQUESTED-DATE  PIC 9(8).
      * Status - " " queued, waiting for ACCTCLOS to settle it; "S"
      * settled, waiting for the settlement to post and the balance
      * to reach zero; "C" closed.
        05       CLOSURE-STATUS          PIC X.
         88      CLOSURE-QUEUED              VALUE SPACE.
         88      CLOSURE-SETTLED             VALUE "S".
         88      CLOSURE-COMPLETE            VALUE "C".
      * Fee switch - "Y" once the closing fee has been charged, so a
      * request queued again to pay out a late remainder is not
      * charged twice.
        05       CLOSURE-FEE-SWITCH      PIC X.
         88      CLOSURE-FEE-TAKEN           VALUE "Y".
      * Settlement figures - summed over every settlement of the
      * request, for the closure statement.
        05       CLOSURE-INTEREST        PIC 9(7)V99.
        05       CLOSURE-FEE             PIC 9(4)V99.
        05       CLOSURE-PAID-OUT        PIC 9(9)V99.
      * Paid-to account - the account the settlement actually paid:
      * the payout account, or the suspense account built for it.
        05       CLOSURE-PAID-TO-KEY     PIC X(5).
        05       CLOSURE-TEMPLATES-CANCELLED PIC 9(3).
        05       CLOSURE-HOLDS-RELEASED  PIC 9(3).
        05       CLOSURE-SETTLED-DATE    PIC 9(8).
        05       CLOSURE-CLOSED-DATE     PIC 9(8).
      * Debit interest - what the settlement charged of the interest
      * the account's overdraft accrued on DEBITLEDG that month and
      * had not yet been charged for.
        05       CLOSURE-DEBIT-INTEREST  PIC 9(7)V99.
        05       FILLER                  PIC X.
      * Wide keys - the account's own, which the file is keyed on,
      * and the payout and paid-to accounts' beside their short keys
      * above. A short key is spaces where its account has none.
        05       CLOSURE-WIDE-KEY        PIC X(7).
        05       CLOSURE-PAYOUT-WIDE-KEY PIC X(7).
        05       CLOSURE-PAID-TO-WIDE-KEY PIC X(7).
