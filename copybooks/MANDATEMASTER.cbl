      * Direct-debit mandate record - shared 01-level layout for the
      * indexed MANDATE file keyed on the account's wide key followed by
      * the creditor reference of the third party allowed to collect
      * from it, with the short key and creditor reference as an
      * alternate key (duplicates allowed). Maintained by MNDTMNT from
      * cards; TEST refuses a collection that no mandate in force
      * covers, or that is over the mandate's maximum; MNDTRPT reports
      * the month's collections against each mandate.
       01  MANDATE-RECORD.
        05       MANDATE-KEY.
         10      MANDATE-ACCOUNT-KEY     PIC X(5).
         10      MANDATE-CREDITOR-REF    PIC X(8).
      * Maximum amount - the largest single collection the customer
      * has authorised, as a base-currency magnitude.
        05       MANDATE-MAX-AMOUNT      PIC 9(7)V99.
      * Frequency - how often the creditor said it would collect.
      * Reported against the month's collections; not enforced.
        05       MANDATE-FREQUENCY       PIC X.
         88      MANDATE-WEEKLY              VALUE "W".
         88      MANDATE-MONTHLY             VALUE "M".
         88      MANDATE-QUARTERLY           VALUE "Q".
         88      MANDATE-ANNUAL              VALUE "A".
         88      MANDATE-ONE-OFF             VALUE "O".
         88      MANDATE-FREQUENCY-VALID     VALUES "W" "M" "Q"
                                                    "A" "O".
      * Active range - the first and last value dates a collection
      * under the mandate may carry.
        05       MANDATE-DATE-FROM       PIC 9(8).
        05       MANDATE-DATE-TO         PIC 9(8).
      * Status - a cancelled mandate stays on file so the trail and
      * the report still resolve.
        05       MANDATE-STATUS          PIC X.
         88      MANDATE-ACTIVE              VALUE SPACE.
         88      MANDATE-CANCELLED           VALUE "C".
        05       MANDATE-PLACED-DATE     PIC 9(8).
      * Amended date - the run date the terms were last changed;
      * zero while they stand as placed.
        05       MANDATE-AMENDED-DATE    PIC 9(8).
      * Ended date - the run date the mandate was cancelled; zero
      * while it is active.
        05       MANDATE-ENDED-DATE      PIC 9(8).
      * Wide key - the account's wide key and the creditor reference
      * again; the key the file is filed under.
        05       MANDATE-WIDE-KEY.
         10      MANDATE-WIDE-ACCOUNT-KEY PIC X(7).
         10      MANDATE-WIDE-CREDITOR-REF PIC X(8).
