      * Clearing returned-items log - shared 01-level layout for the
      * line-sequential CLRGRTLG file. CLRGRTN appends one row for
      * every return it reads off the clearing house's returns file,
      * matched or not, so a payment is never reversed twice and an
      * unmatched return stays on record until it is explained.
       01  CLEARING-RETURNED-RECORD.
      * The run date the return was processed.
        05       CLR-RTD-DATE            PIC 9(8).
        05       CLR-RTD-OUTCOME         PIC X.
         88      CLR-RTD-REVERSED            VALUE "M".
         88      CLR-RTD-UNMATCHED           VALUE "U".
         88      CLR-RTD-ALREADY-RETURNED    VALUE "D".
      * The original posting, as the sent-items register names it.
      * The transaction number is zero on an unmatched return.
        05       CLR-RTD-KEY.
         10      CLR-RTD-REFERENCE       PIC X(8).
         10      CLR-RTD-TXN-NUMBER      PIC 9(4).
         10      CLR-RTD-VALUE-DATE      PIC 9(8).
        05       CLR-RTD-AMOUNT          PIC 9(9)V99.
        05       CLR-RTD-REASON-CODE     PIC X(4).
      * The returns file and item the return came in on.
        05       CLR-RTD-RETURN-FILE-SEQ PIC 9(6).
        05       CLR-RTD-RETURN-ITEM-SEQ PIC 9(6).
