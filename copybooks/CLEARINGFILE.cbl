      * Outbound clearing file - shared layouts for the 80-byte
      * line-sequential CLRGOUT file CLRGOUT builds for the clearing
      * house: one header, one payment record per outgoing payment,
      * and one batch control trailer, told apart by the record type
      * in the first byte. The payment reference goes in full - the
      * clearing house needs it to route the payment - so the file
      * itself is never printed or displayed.
       01  CLEARING-HEADER-RECORD.
        05       CLR-HDR-TYPE            PIC X.
      * The identity the clearing house knows us by.
        05       CLR-HDR-ORIGINATOR      PIC X(8).
        05       CLR-HDR-CREATED-DATE    PIC 9(8).
      * File sequence - one higher than the last file sent, so the
      * clearing house can see a file missed or sent twice.
        05       CLR-HDR-FILE-SEQUENCE   PIC 9(6).
      * The run date of the daily cycle the payments posted in.
        05       CLR-HDR-CYCLE-DATE      PIC 9(8).
        05       FILLER                  PIC X(49).
      *
       01  CLEARING-PAYMENT-RECORD.
        05       CLR-PAY-TYPE            PIC X.
        05       CLR-PAY-ITEM-SEQUENCE   PIC 9(6).
        05       CLR-PAY-REFERENCE       PIC X(8).
      * The amount leaving us, as a base-currency magnitude.
        05       CLR-PAY-AMOUNT          PIC 9(9)V99.
        05       CLR-PAY-VALUE-DATE      PIC 9(8).
        05       CLR-PAY-TXN-NUMBER      PIC 9(4).
        05       FILLER                  PIC X(42).
      *
       01  CLEARING-TRAILER-RECORD.
        05       CLR-TRL-TYPE            PIC X.
        05       CLR-TRL-FILE-SEQUENCE   PIC 9(6).
        05       CLR-TRL-ITEM-COUNT      PIC 9(6).
        05       CLR-TRL-AMOUNT-TOTAL    PIC 9(11)V99.
        05       FILLER                  PIC X(54).
