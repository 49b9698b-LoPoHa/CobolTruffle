      * Inbound clearing returns file - shared layouts for the
      * 80-byte line-sequential CLRGRTN file the clearing house sends
      * back: one header, one return record per payment it could not
      * deliver, and one batch control trailer, told apart by the
      * record type in the first byte. The reference comes back in
      * full, so the file itself is never printed or displayed.
       01  CLEARING-RETURN-HEADER-RECORD.
        05       CLR-RHD-TYPE            PIC X.
      * The identity the clearing house knows us by - a file made
      * out to anyone else is not ours to process.
        05       CLR-RHD-ORIGINATOR      PIC X(8).
        05       CLR-RHD-CREATED-DATE    PIC 9(8).
      * The clearing house's own sequence for its returns files.
        05       CLR-RHD-FILE-SEQUENCE   PIC 9(6).
        05       FILLER                  PIC X(57).
      *
       01  CLEARING-RETURN-RECORD.
        05       CLR-RTN-TYPE            PIC X.
        05       CLR-RTN-ITEM-SEQUENCE   PIC 9(6).
      * Where the payment went out - our outbound file sequence and
      * the item's place on it, as the clearing house received them.
      * Zero when the clearing house could not say.
        05       CLR-RTN-ORIGINAL-FILE-SEQ PIC 9(6).
        05       CLR-RTN-ORIGINAL-ITEM-SEQ PIC 9(6).
        05       CLR-RTN-REFERENCE       PIC X(8).
      * The amount coming back, as the magnitude that went out.
        05       CLR-RTN-AMOUNT          PIC 9(9)V99.
        05       CLR-RTN-VALUE-DATE      PIC 9(8).
      * The clearing house's reason for the return.
        05       CLR-RTN-REASON-CODE     PIC X(4).
         88      CLR-RTN-ACCOUNT-CLOSED      VALUE "AC04".
         88      CLR-RTN-INVALID-REFERENCE   VALUE "RF01".
         88      CLR-RTN-REFUSED             VALUE "MS02".
        05       FILLER                  PIC X(30).
      *
       01  CLEARING-RETURN-TRAILER-RECORD.
        05       CLR-RTR-TYPE            PIC X.
        05       CLR-RTR-FILE-SEQUENCE   PIC 9(6).
        05       CLR-RTR-ITEM-COUNT      PIC 9(6).
        05       CLR-RTR-AMOUNT-TOTAL    PIC 9(11)V99.
        05       FILLER                  PIC X(54).
