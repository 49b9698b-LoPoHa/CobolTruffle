      * GL-submission record - shared 01-level views of the single
      * consolidated GLSUBMIT file GLCONSOL hands the ledger team
      * each day and GLACKREC reconciles the acknowledgments
      * against. One 80-byte area: every source journal of the day
      * (GLJRNL, SETLJRNL, REVALJRN, BACKJRNL, YECLJRNL, WHTJRNL,
      * LOANJRNL from LOANDAY and DINTJRNL from DEBITINT) travels
      * as its own batch - an "H" header naming the assigned
      * batch number and the source, the source's "D" details
      * unchanged, and a "T" trailer that is that source's subtotal -
      * and one closing "S" record carries the submission's grand
      * totals. A source that balances per legal entity passes its
      * "E" entity subtotals through ahead of the trailer. The "H",
      * "D", "E" and "T" views match GLJOURNAL.cbl, so the GL system
      * still loads the batches with its one map.
       01  SUBMISSION-HEADER-RECORD.
        05       SUBM-HEADER-TYPE        PIC X.
        05       SUBM-HEADER-DATE        PIC 9(8).
        05       SUBM-HEADER-BATCH-ID    PIC X(8).
      * The journal dataset the batch was collected from, and the
      * batch id its writer stamped on it ("POSTEDTX", "SETTLE"...).
        05       SUBM-HEADER-SOURCE      PIC X(8).
        05       SUBM-HEADER-SOURCE-ID   PIC X(8).
        05       FILLER                  PIC X(47).
       01  SUBMISSION-DETAIL-RECORD.
        05       SUBM-DETAIL-TYPE        PIC X.
        05       SUBM-DETAIL-SIDE        PIC XX.
        05       SUBM-DETAIL-ACCOUNT     PIC X(4).
        05       SUBM-DETAIL-AMOUNT      PIC 9(7)V99.
        05       SUBM-DETAIL-TXN-NUMBER  PIC 9(4).
        05       SUBM-DETAIL-TXN-TYPE    PIC X.
        05       SUBM-DETAIL-ENTITY      PIC X(2).
        05       FILLER                  PIC X(57).
       01  SUBMISSION-ENTITY-RECORD.
        05       SUBM-ENTITY-TYPE        PIC X.
        05       SUBM-ENTITY-CODE        PIC X(2).
        05       SUBM-ENTITY-COUNT       PIC 9(8).
        05       SUBM-ENTITY-DR-TOTAL    PIC 9(9)V99.
        05       SUBM-ENTITY-CR-TOTAL    PIC 9(9)V99.
        05       FILLER                  PIC X(47).
       01  SUBMISSION-TRAILER-RECORD.
        05       SUBM-TRAILER-TYPE       PIC X.
        05       SUBM-TRAILER-COUNT      PIC 9(8).
        05       SUBM-TRAILER-HASH       PIC 9(8).
        05       SUBM-TRAILER-DR-TOTAL   PIC 9(9)V99.
        05       SUBM-TRAILER-CR-TOTAL   PIC 9(9)V99.
        05       FILLER                  PIC X(41).
       01  SUBMISSION-SUMMARY-RECORD.
        05       SUBM-SUMMARY-TYPE       PIC X.
        05       SUBM-SUMMARY-DATE       PIC 9(8).
        05       SUBM-SUMMARY-BATCHES    PIC 9(4).
        05       SUBM-SUMMARY-COUNT      PIC 9(8).
        05       SUBM-SUMMARY-HASH       PIC 9(8).
        05       SUBM-SUMMARY-DR-TOTAL   PIC 9(9)V99.
        05       SUBM-SUMMARY-CR-TOTAL   PIC 9(9)V99.
        05       FILLER                  PIC X(29).
