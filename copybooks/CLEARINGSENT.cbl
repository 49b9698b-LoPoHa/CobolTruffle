      * Clearing sent-items register - shared 01-level layout for the
      * line-sequential CLRGSENT file. CLRGOUT appends one row for
      * every payment it releases to the clearing house, and skips
      * any posting already on it, so no payment is ever sent twice.
      * The reference, transaction number and value date together
      * name the posting.
       01  CLEARING-SENT-RECORD.
        05       CLR-SENT-KEY.
         10      CLR-SENT-REFERENCE      PIC X(8).
         10      CLR-SENT-TXN-NUMBER     PIC 9(4).
         10      CLR-SENT-VALUE-DATE     PIC 9(8).
        05       CLR-SENT-AMOUNT         PIC 9(7)V99.
      * The file the payment went out on, and the day it was built.
        05       CLR-SENT-FILE-SEQUENCE  PIC 9(6).
        05       CLR-SENT-DATE           PIC 9(8).
