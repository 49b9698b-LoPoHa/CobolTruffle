      * Stop-payment record - shared 01-level layout for the indexed
      * STOPPAY file keyed on the account's wide key followed by a stop
      * number, the same shape as the hold file, with the short key and
      * stop number as an alternate key (duplicates allowed). A stop
      * names one payment the customer has asked us not to make, either
      * by its payment reference or by its amount and a window of value
      * dates. Maintained by STOPMNT from cards; TEST rejects the first
      * payment a live stop matches and marks the stop triggered;
      * STOPRPT expires the ones that have run out and reports the day's
      * placings, triggers and expiries.
       01  STOP-PAYMENT-RECORD.
        05       STOP-KEY.
         10      STOP-ACCOUNT-KEY        PIC X(5).
         10      STOP-NUMBER             PIC 9(3).
      * Match type - "R" matches a payment-reference (R string type)
      * record whose 8-byte string equals STOP-PAYMENT-REF; "A"
      * matches a debit to the account for exactly STOP-AMOUNT whose
      * value date falls from STOP-DATE-FROM through STOP-DATE-TO.
      * A payment-reference record carries no account key, so an "R"
      * stop matches on the reference alone - the account key says
      * whose stop it is.
        05       STOP-MATCH-TYPE         PIC X.
         88      STOP-BY-REFERENCE           VALUE "R".
         88      STOP-BY-AMOUNT              VALUE "A".
        05       STOP-PAYMENT-REF        PIC X(8).
      * Amount - the base-currency magnitude of the debit to stop.
        05       STOP-AMOUNT             PIC 9(7)V99.
        05       STOP-DATE-FROM          PIC 9(8).
        05       STOP-DATE-TO            PIC 9(8).
        05       STOP-PLACED-DATE        PIC 9(8).
      * Expiry date - the last day the stop is live; STOPRPT marks
      * it expired on the first run after.
        05       STOP-EXPIRY-DATE        PIC 9(8).
      * Status - a stop that is no longer live stays on file so the
      * trail and the report still resolve.
        05       STOP-STATUS             PIC X.
         88      STOP-ACTIVE                 VALUE SPACE.
         88      STOP-TRIGGERED              VALUE "T".
         88      STOP-EXPIRED                VALUE "X".
         88      STOP-CANCELLED              VALUE "C".
      * Ended date - the run date the stop triggered, expired or was
      * cancelled; zero while it is live.
        05       STOP-ENDED-DATE         PIC 9(8).
      * Triggered transaction - the number of the payment the stop
      * rejected; zero until it triggers.
        05       STOP-TRIGGERED-TXN      PIC 9(4).
      * Wide key - the account's wide key and the stop number again;
      * the key the file is filed under.
        05       STOP-WIDE-KEY.
         10      STOP-WIDE-ACCOUNT-KEY   PIC X(7).
         10      STOP-WIDE-NUMBER        PIC 9(3).
