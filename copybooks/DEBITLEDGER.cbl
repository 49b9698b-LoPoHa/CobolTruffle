      * Debit-interest ledger record - shared 01-level layout for the
      * sequential DEBITLEDG file. DEBITINT appends one "A" row a day
      * for every overdrawn account it accrues on: the overdrawn
      * balance split at the overdraft limit, the calendar days the
      * balance stands for (to the next business day), the rates and
      * the interest each part accrued. On the month's last business
      * day it sums the month's "A" rows account by account, charges
      * each account the total as one debit and appends a "C" row
      * recording the charge - a month with "C" rows is charged.
      * ACCTCLOS, settling a closure part way through a month,
      * charges the account's uncharged "A" rows itself and appends
      * its own "C" row, which covers that account's rows up to it.
       01  DEBIT-LEDGER-RECORD.
        05       DEBIT-LEDGER-TYPE       PIC X.
         88      DEBIT-LEDGER-ACCRUAL        VALUE "A".
         88      DEBIT-LEDGER-CHARGE         VALUE "C".
        05       DEBIT-LEDGER-DATE       PIC 9(8).
        05       DEBIT-LEDGER-ACCOUNT-KEY PIC X(5).
        05       DEBIT-LEDGER-WIDE-KEY   PIC X(7).
        05       DEBIT-LEDGER-ENTITY     PIC X(2).
      * Overdrawn balance - unsigned; the authorised part is what
      * lies inside the overdraft limit, the excess the rest.
        05       DEBIT-LEDGER-OVERDRAWN  PIC 9(9)V99.
        05       DEBIT-LEDGER-LIMIT      PIC 9(7)V99.
        05       DEBIT-LEDGER-DAYS       PIC 9(2).
        05       DEBIT-LEDGER-AUTH-RATE  PIC 9(4)V9(6).
        05       DEBIT-LEDGER-EXCESS-RATE PIC 9(4)V9(6).
        05       DEBIT-LEDGER-AUTH-INTEREST PIC 9(7)V9(4).
        05       DEBIT-LEDGER-EXCESS-INTEREST PIC 9(7)V9(4).
      * Charged - on a "C" row, the month's interest as charged to
      * the account, rounded to the cent; zero on an "A" row.
        05       DEBIT-LEDGER-CHARGED    PIC 9(9)V99.
      * Charged by - on a "C" row, the program that charged it;
      * spaces on an "A" row and on the "C" rows written before the
      * closure run charged any.
        05       DEBIT-LEDGER-CHARGED-BY PIC X(8).
         88      DEBIT-LEDGER-CLOSURE-CHARGE VALUE "ACCTCLOS".
        05       FILLER                  PIC X(2).
