      * Debit-interest rate record - shared 01-level layout for the
      * sequential DEBITRTE file the pricing desk maintains. One row
      * per effective date; the row with the latest effective date
      * on or before the run date is in force. Two daily rates, as
      * fractions of the overdrawn balance the way RATEBAND's credit
      * rates are: the authorised rate on the part of the overdrawn
      * balance inside the account's overdraft limit, and the higher
      * unauthorised rate on any excess over it. Read by DEBITINT.
       01  DEBIT-RATE-RECORD.
        05       DEBIT-RATE-EFFECTIVE-DATE PIC 9(8).
        05       DEBIT-RATE-AUTHORISED   PIC 9(4)V9(6).
        05       DEBIT-RATE-UNAUTHORISED PIC 9(4)V9(6).
        05       FILLER                  PIC X(12).
