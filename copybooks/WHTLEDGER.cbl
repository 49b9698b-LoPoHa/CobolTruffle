      * Withholding-tax ledger record - shared 01-level layout for the
      * sequential WHTLEDG file. ACCRUE appends one record for every
      * withholding-tax debit it puts on the accrual feed: the gross
      * interest it was taken from, the tax withheld, and the rate
      * code and rate that priced it. WHTRPT sums a period's records
      * into the tax-payable report and the liability journal.
       01  WHT-LEDGER-RECORD.
        05       WHT-LEDGER-DATE         PIC 9(8).
        05       WHT-LEDGER-ACCOUNT-KEY  PIC X(5).
        05       WHT-LEDGER-CUSTOMER     PIC X(8).
        05       WHT-LEDGER-ENTITY       PIC X(2).
        05       WHT-LEDGER-RATE-CODE    PIC X(2).
        05       WHT-LEDGER-RATE-PERCENT PIC 9(2)V9(4).
        05       WHT-LEDGER-GROSS        PIC 9(4)V99.
        05       WHT-LEDGER-TAX          PIC 9(4)V99.
