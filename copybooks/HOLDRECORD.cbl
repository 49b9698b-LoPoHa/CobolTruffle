      * Account-hold record - shared 01-level layout for the indexed
      * HOLDMAST file keyed on the account's wide key followed by a hold
      * number, so one account's holds sit together in key order. The
      * short key and hold number are an alternate key (duplicates
      * allowed, since an account numbered past 999 has no short key). A
      * hold earmarks part of the balance (a card authorisation, a court
      * order, a cheque awaiting clearance) so it cannot be spent.
      * Maintained by HOLDMNT from cards; TEST takes the account's
      * active holds off the balance when it judges a debit, and HOLDEXP
      * releases the ones that have run out.
       01  HOLD-RECORD.
        05       HOLD-KEY.
         10      HOLD-ACCOUNT-KEY        PIC X(5).
         10      HOLD-NUMBER             PIC 9(3).
      * Amount - the magnitude earmarked; always positive.
        05       HOLD-AMOUNT             PIC 9(9)V99.
      * Reason code - why the money is held, as keyed on the card.
        05       HOLD-REASON-CODE        PIC X(4).
        05       HOLD-PLACED-DATE        PIC 9(8).
      * Expiry date - the last day the hold counts against the
      * balance; HOLDEXP releases it on the first run after.
        05       HOLD-EXPIRY-DATE        PIC 9(8).
      * Status - a released or expired hold stays on file so the
      * trail and the hold report still resolve, but earmarks
      * nothing.
        05       HOLD-STATUS             PIC X.
         88      HOLD-ACTIVE                 VALUE SPACE.
         88      HOLD-RELEASED               VALUE "R".
         88      HOLD-EXPIRED                VALUE "X".
      * Released date - the run date the hold stopped counting;
      * zero while it is active.
        05       HOLD-RELEASED-DATE      PIC 9(8).
      * Wide key - the account's wide key and the hold number again;
      * the key the file is filed under.
        05       HOLD-WIDE-KEY.
         10      HOLD-WIDE-ACCOUNT-KEY   PIC X(7).
         10      HOLD-WIDE-NUMBER        PIC 9(3).
