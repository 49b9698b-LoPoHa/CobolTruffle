      * Clearing items - shared 01-level layout for the line-
      * sequential CLRGITEM file. TEST writes one row at commit for
      * every payment-reference debit the run dispatched cleanly; the
      * debit names no account of ours, so it never reaches the
      * posting trail and this file is the only record of money that
      * has to leave through the clearing house. CLRGOUT builds its
      * payment file from it and proves the file back to it. The key
      * has the same shape as the CLRGSENT register's.
       01  CLEARING-ITEM-RECORD.
        05       CLR-ITEM-KEY.
         10      CLR-ITEM-REFERENCE      PIC X(8).
         10      CLR-ITEM-TXN-NUMBER     PIC 9(4).
         10      CLR-ITEM-VALUE-DATE     PIC 9(8).
      * The amount leaving, always positive.
        05       CLR-ITEM-AMOUNT         PIC 9(7)V99.
      * The pass that dispatched it and the run date that committed it.
        05       CLR-ITEM-PASS-NUMBER    PIC 9(8).
        05       CLR-ITEM-RUN-DATE       PIC 9(8).
