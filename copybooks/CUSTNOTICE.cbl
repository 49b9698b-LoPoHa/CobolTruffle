      * Customer notification record - shared 01-level layout for the
      * line-sequential CUSTNOTC file the correspondence run prints
      * customer letters from, and NTFYGEN sends the night's SMS and
      * email alerts from. One row per event the customer must be
      * told of: TEST appends one for a standing-instruction payment
      * that has finally failed for want of funds and for a debit at
      * or over the large-debit level; ACCRUE one for an account that
      * moved today and closed the day overdrawn or below the low-
      * balance level; DORMSWP one for an account it marks dormant.
       01  CUSTOMER-NOTICE-RECORD.
        05       CUSTOMER-NOTICE-DATE    PIC 9(8).
        05       CUSTOMER-NOTICE-TYPE    PIC X(4).
         88      CUSTOMER-NOTICE-SI-FAILED   VALUE "SIFL".
         88      CUSTOMER-NOTICE-LARGE-DEBIT VALUE "LGDB".
         88      CUSTOMER-NOTICE-OVERDRAWN   VALUE "ODRN".
         88      CUSTOMER-NOTICE-LOW-BALANCE VALUE "LOWB".
         88      CUSTOMER-NOTICE-DORMANT     VALUE "DORM".
      * The CUSTMAST customer the account belongs to - spaces on an
      * account seeded before accounts carried one.
        05       CUSTOMER-NOTICE-CUSTOMER PIC X(8).
        05       CUSTOMER-NOTICE-ACCOUNT-KEY PIC X(5).
        05       CUSTOMER-NOTICE-TXN-NUMBER PIC 9(4).
        05       CUSTOMER-NOTICE-AMOUNT  PIC S9(7)V99.
        05       CUSTOMER-NOTICE-ATTEMPTS PIC 9(2).
        05       CUSTOMER-NOTICE-REASON-CODE PIC X(4).
        05       CUSTOMER-NOTICE-TEXT    PIC X(40).
      * The balance the event left the account with - on ACCRUE's
      * overdrawn and low-balance notices; zero on the others.
        05       CUSTOMER-NOTICE-BALANCE PIC S9(9)V99.
      * The posting's payment reference when it carried one (string
      * type "R"), already masked to its last two characters as every
      * report masks it; spaces otherwise. The reference is never
      * written here in clear.
        05       CUSTOMER-NOTICE-REFERENCE PIC X(8).
        05       CUSTOMER-NOTICE-REFERENCE-TYPE PIC X.
