      * Standing-instruction retry log - shared 01-level layout for
      * the line-sequential SIRTYLOG file. TEST appends one row each
      * time it schedules a retry of a standing-instruction debit
      * refused for funds, posts one on a retry, or gives one up once
      * its retries are spent. SIRTYRPT reports from it.
       01  SI-RETRY-LOG-RECORD.
        05       SI-RETRY-LOG-DATE       PIC 9(8).
        05       SI-RETRY-LOG-TXN-NUMBER PIC 9(4).
        05       SI-RETRY-LOG-ACCOUNT-KEY PIC X(5).
        05       SI-RETRY-LOG-AMOUNT     PIC S9(7)V99.
      * The retry the row concerns - the one scheduled, the one that
      * posted, or on a failure the number of retries made.
        05       SI-RETRY-LOG-ATTEMPT    PIC 9(2).
        05       SI-RETRY-LOG-OUTCOME    PIC X.
         88      SI-RETRY-LOG-SCHEDULED      VALUE "S".
         88      SI-RETRY-LOG-SUCCEEDED      VALUE "K".
         88      SI-RETRY-LOG-FAILED         VALUE "F".
      * The date a scheduled retry is offered on; zero otherwise.
        05       SI-RETRY-LOG-NEXT-DATE  PIC 9(8).
      * Why the debit was refused or finally failed - "NSF" for
      * insufficient funds. Spaces on a success.
        05       SI-RETRY-LOG-REASON-CODE PIC X(4).
