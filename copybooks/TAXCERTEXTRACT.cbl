      * Tax-certificate extract - shared 01-level views of the
      * TAXCEXTR file TAXCERT writes each January for the tax
      * authority's electronic filing. One header naming the tax
      * year, then per customer the "A" records of each account with
      * the interest credited to it and the tax withheld from it in
      * the year, followed by one "C" record carrying the customer's
      * particulars and totals, then one trailer. The amounts are
      * signed - a back-valued adjustment can take interest back.
      * All four views are padded to the same length.
       01  TAXCERT-HEADER-RECORD.
        05       TAXCERT-RECORD-TYPE     PIC X.
         88      TAXCERT-HEADER              VALUE "H".
         88      TAXCERT-ACCOUNT             VALUE "A".
         88      TAXCERT-CUSTOMER            VALUE "C".
         88      TAXCERT-TRAILER             VALUE "T".
        05       TAXCERT-TAX-YEAR        PIC 9(4).
        05       TAXCERT-RUN-DATE        PIC 9(8).
        05       FILLER                  PIC X(157).
       01  TAXCERT-ACCOUNT-RECORD.
        05       FILLER                  PIC X.
        05       TAXCERT-ACCT-CUSTOMER   PIC X(8).
        05       TAXCERT-ACCT-KEY        PIC X(5).
        05       TAXCERT-ACCT-ENTITY     PIC X(2).
        05       TAXCERT-ACCT-GROSS      PIC S9(9)V99.
        05       TAXCERT-ACCT-TAX        PIC S9(9)V99.
        05       FILLER                  PIC X(132).
       01  TAXCERT-CUSTOMER-RECORD.
        05       FILLER                  PIC X.
        05       TAXCERT-CUST-NUMBER     PIC X(8).
        05       TAXCERT-CUST-NAME       PIC X(30).
        05       TAXCERT-CUST-TAX-ID     PIC X(12).
        05       TAXCERT-CUST-ADDRESS-1  PIC X(30).
        05       TAXCERT-CUST-ADDRESS-2  PIC X(30).
        05       TAXCERT-CUST-POSTCODE   PIC X(8).
        05       TAXCERT-CUST-TYPE       PIC X.
        05       TAXCERT-CUST-RESIDENCE  PIC X.
        05       TAXCERT-CUST-ACCOUNTS   PIC 9(4).
        05       TAXCERT-CUST-GROSS      PIC S9(9)V99.
        05       TAXCERT-CUST-TAX        PIC S9(9)V99.
        05       TAXCERT-CUST-NET        PIC S9(9)V99.
        05       FILLER                  PIC X(12).
       01  TAXCERT-TRAILER-RECORD.
        05       FILLER                  PIC X.
        05       TAXCERT-TRL-CUSTOMERS   PIC 9(8).
        05       TAXCERT-TRL-ACCOUNTS    PIC 9(8).
        05       TAXCERT-TRL-GROSS       PIC S9(11)V99.
        05       TAXCERT-TRL-TAX         PIC S9(11)V99.
        05       FILLER                  PIC X(127).
