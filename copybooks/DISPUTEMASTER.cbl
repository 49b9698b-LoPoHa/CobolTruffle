      * Customer dispute record - shared 01-level layout for the
      * indexed DISPUTE file keyed on the dispute number. DSPTMNT
      * opens a dispute from a card naming the debit the customer
      * disputes and gives the provisional credit through ACCRFEED;
      * a later card resolves it, making the credit final or
      * reversing it. DSPTRPT reports the open disputes against
      * their deadlines, and ACCTCLOS and RETPURGE leave alone any
      * account with a dispute still open.
       01  DISPUTE-RECORD.
      * The dispute number - one higher than the highest on file
      * when the dispute was opened.
        05       DISPUTE-NUMBER          PIC 9(8).
      * The disputed posting, named the way TXNTRACE names it - the
      * transaction number and the date it posted - on the account
      * it posted to.
        05       DISPUTE-ACCOUNT-KEY     PIC X(5).
        05       DISPUTE-TXN-NUMBER      PIC 9(4).
        05       DISPUTE-POSTED-DATE     PIC 9(8).
      * What the posting took off the account, and how much of it
      * the customer disputes - the provisional credit.
        05       DISPUTE-POSTED-AMOUNT   PIC 9(7)V99.
        05       DISPUTE-AMOUNT          PIC 9(7)V99.
      * The customer's reason, as the branch coded it on the card.
        05       DISPUTE-REASON          PIC X(4).
      * Open with the provisional credit given; resolved in the
      * customer's favour with the credit made final; or resolved
      * against the customer with the credit reversed.
        05       DISPUTE-STATUS          PIC X.
         88      DISPUTE-OPEN                VALUE "O".
         88      DISPUTE-FINAL               VALUE "F".
         88      DISPUTE-REVERSED            VALUE "R".
      * When it was opened and the provisional credit written, the
      * business date it must be resolved by, and when it was -
      * zero while it is open.
        05       DISPUTE-OPENED-DATE     PIC 9(8).
        05       DISPUTE-CREDIT-DATE     PIC 9(8).
        05       DISPUTE-DEADLINE-DATE   PIC 9(8).
        05       DISPUTE-RESOLVED-DATE   PIC 9(8).
