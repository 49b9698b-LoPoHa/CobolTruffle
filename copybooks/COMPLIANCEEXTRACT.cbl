      * Compliance extract - shared 01-level layout for the line-
      * sequential COMPLEXT file COMPLRPT writes for the compliance
      * system and CASETRK takes its new cases from. The flag says
      * whether the row is one large posting ("LARGE ") or a same-day
      * aggregate over the threshold ("STRUCT", txn type "*").
       01  COMPLIANCE-EXTRACT-RECORD.
        05       EXTRACT-FLAG            PIC X(6).
        05       EXTRACT-ACCOUNT         PIC X(4).
        05       EXTRACT-DATE            PIC 9(8).
        05       EXTRACT-AMOUNT          PIC 9(11)V99.
        05       EXTRACT-AMOUNT-SIGN     PIC X.
        05       EXTRACT-POSTING-COUNT   PIC 9(4).
        05       EXTRACT-TXN-TYPE        PIC X.
