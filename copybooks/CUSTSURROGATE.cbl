      * Customer-surrogate register - shared 01-level layout for the
      * indexed CUSTSURR file keyed on the CUSTMAST customer number.
      * Under the data-sharing agreement no customer number leaves
      * the stream for the data warehouse; DWEXTR sends the customer's
      * surrogate in its place, assigning the next number the first
      * time a customer is extracted and reusing it on every later
      * extract, so the warehouse can still join one customer's
      * accounts together without knowing who the customer is. An
      * entry is never changed or removed - a surrogate once given is
      * the customer's for good.
       01  CUSTOMER-SURROGATE-RECORD.
        05       SURROGATE-CUSTOMER      PIC X(8).
        05       SURROGATE-NUMBER        PIC 9(9).
        05       SURROGATE-ASSIGNED-DATE PIC 9(8).
