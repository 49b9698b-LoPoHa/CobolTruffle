      * Loan amortisation-schedule record - shared 01-level layout
      * for the indexed LOANSCHD file keyed on the loan account's wide
      * key followed by the instalment number, so one loan's
      * instalments sit together in due order. Written whole by
      * LOANMNT at drawdown; LOANDAY marks each row charged on the
      * day it is debited to the account.
       01  LOAN-SCHEDULE-RECORD.
        05       INSTAL-KEY.
         10      INSTAL-WIDE-KEY         PIC X(7).
         10      INSTAL-NUMBER           PIC 9(3).
      * Due date - the contractual calendar date; the instalment is
      * charged on the first business day on or after it.
        05       INSTAL-DUE-DATE         PIC 9(8).
      * Amount - principal plus interest, the sum debited.
        05       INSTAL-AMOUNT           PIC 9(9)V99.
        05       INSTAL-PRINCIPAL        PIC 9(9)V99.
        05       INSTAL-INTEREST         PIC 9(9)V99.
      * Balance after - the principal still outstanding once this
      * instalment has fallen due.
        05       INSTAL-BALANCE-AFTER    PIC 9(9)V99.
        05       INSTAL-STATUS           PIC X.
         88      INSTAL-DUE                  VALUE SPACE.
         88      INSTAL-CHARGED              VALUE "C".
        05       INSTAL-CHARGED-DATE     PIC 9(8).
      * The loan account's short key; spaces for an account numbered
      * past 999, which has none.
        05       INSTAL-ACCOUNT-KEY      PIC X(5).
