      * Escheatment register - shared 01-level layout for the indexed
      * ESCHREG file keyed on the account key of an ACCTMAST account
      * that has been dormant past the statutory escheatment age.
      * ESCHEAT's notice run registers the account and lists it for
      * the pre-notice letter; its report run reports an account
      * still unclaimed to the state and transfers the balance to
      * the branch's unclaimed-property account. The entry stays on
      * file afterwards so a customer who claims the money later can
      * be traced to where it went.
       01  ESCHEAT-REGISTER-RECORD.
        05       ESCHEAT-ACCOUNT-KEY     PIC X(5).
        05       ESCHEAT-CUSTOMER        PIC X(8).
        05       ESCHEAT-ENTITY          PIC X(2).
      * Status - "N" noticed, waiting for the report run; "T"
      * reported and transferred; "W" withdrawn - the account moved
      * or closed after its notice, so the customer has been heard
      * from. A withdrawn or transferred account that falls due
      * again is noticed afresh.
        05       ESCHEAT-STATUS          PIC X.
         88      ESCHEAT-NOTICED             VALUE "N".
         88      ESCHEAT-TRANSFERRED         VALUE "T".
         88      ESCHEAT-WITHDRAWN           VALUE "W".
      * The last-activity date and balance the notice was sent on -
      * any movement since withdraws the entry at the report run.
        05       ESCHEAT-LAST-ACTIVITY   PIC 9(8).
        05       ESCHEAT-NOTICE-DATE     PIC 9(8).
        05       ESCHEAT-NOTICE-BALANCE  PIC 9(9)V99.
        05       ESCHEAT-REPORTED-DATE   PIC 9(8).
        05       ESCHEAT-WITHDRAWN-DATE  PIC 9(8).
      * What the last report run transferred and where to, and the
      * total ever handed over for the account across every cycle.
        05       ESCHEAT-AMOUNT          PIC 9(9)V99.
        05       ESCHEAT-LIABILITY-KEY   PIC X(5).
        05       ESCHEAT-REMITTED-TOTAL  PIC 9(9)V99.
        05       FILLER                  PIC X(10).
