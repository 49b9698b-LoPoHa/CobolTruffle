      * Standing-instruction retry queue - shared 01-level layout for
      * the line-sequential SIRETRY file. TEST appends one row for
      * each standing-instruction debit it refuses for want of funds
      * while the instruction still has retries left, and releases
      * the row back into its sort on the retry date; SIRTYRPT lists
      * what is still waiting.
       01  SI-RETRY-RECORD.
      * The 80-byte detail as TEST read it, with the attempt number
      * the next offer is already stamped into it, so a released
      * retry goes back into the sort ready to post.
        05       SI-RETRY-DETAIL.
         10      FILLER                  PIC X(8).
         10      SI-RETRY-DETAIL-TXN     PIC 9(4).
         10      FILLER                  PIC X(30).
         10      SI-RETRY-DETAIL-SOURCE  PIC X.
         10      SI-RETRY-DETAIL-ATTEMPT PIC 9(2).
         10      FILLER                  PIC X(35).
        05       SI-RETRY-ACCOUNT-KEY    PIC X(5).
      * The base-currency amount refused, negative as a debit.
        05       SI-RETRY-AMOUNT         PIC S9(7)V99.
      * The run date of the refusal - a release waits for a later
      * run - and the business date the retry is offered on.
        05       SI-RETRY-REFUSED-DATE   PIC 9(8).
        05       SI-RETRY-NEXT-DATE      PIC 9(8).
