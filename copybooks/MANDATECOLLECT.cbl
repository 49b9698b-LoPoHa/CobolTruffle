      * Mandate collection log - shared 01-level layout for the
      * line-sequential MNDTLOG file. TEST appends one row for every
      * third-party collection it judges against the mandate file,
      * accepted or refused; MNDTRPT reports a month of it.
       01  MANDATE-COLLECT-RECORD.
        05       MANDATE-COLLECT-DATE    PIC 9(8).
        05       MANDATE-COLLECT-KEY.
         10      MANDATE-COLLECT-ACCOUNT-KEY PIC X(5).
         10      MANDATE-COLLECT-CREDITOR-REF PIC X(8).
        05       MANDATE-COLLECT-TXN-NUMBER PIC 9(4).
      * The base-currency magnitude collected.
        05       MANDATE-COLLECT-AMOUNT  PIC 9(7)V99.
      * Outcome - accepted, or the reason it was refused. An accepted
      * collection can still fail later in the run for funds.
        05       MANDATE-COLLECT-OUTCOME PIC X.
         88      MANDATE-COLLECT-ACCEPTED    VALUE "A".
         88      MANDATE-COLLECT-NO-MANDATE  VALUE "N".
         88      MANDATE-COLLECT-NOT-ACTIVE  VALUE "I".
         88      MANDATE-COLLECT-OVER-LIMIT  VALUE "L".
      * Wide key - the account's wide key and the creditor reference,
      * the key of the mandate the collection was judged against. The
      * short key above is blank for an account numbered past 999.
        05       MANDATE-COLLECT-WIDE-KEY.
         10      MANDATE-COLLECT-WIDE-ACCOUNT-KEY PIC X(7).
         10      MANDATE-COLLECT-WIDE-CREDITOR-REF PIC X(8).
