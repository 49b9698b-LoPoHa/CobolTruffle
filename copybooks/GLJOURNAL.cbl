      * GL journal record - shared 01-level views of the 80-byte
      * journal files the stream hands the ledger: GLJRNL (GLEXTR),
      * SETLJRNL (SETTLE), REVALJRN (FXREVAL), BACKJRNL (BACKOUT),
      * YECLJRNL (YECLOSE), WHTJRNL (WHTRPT), LOANJRNL (LOANDAY)
      * and DINTJRNL (DEBITINT), all collected by GLCONSOL. One
      * record area, distinguished by the type in byte one: an "H"
      * batch header, "D" debit/credit details, "E" per-entity
      * subtotals, and the "T" batch trailer. The GL system loads
      * every journal with this one map.
      * Replaces the keep-in-step copies that used to live in each
      * journal writer.
       01  JOURNAL-HEADER-RECORD.
        05       JRNL-HEADER-TYPE        PIC X.
        05       JRNL-HEADER-DATE        PIC 9(8).
        05       JRNL-HEADER-BATCH-ID    PIC X(8).
        05       FILLER                  PIC X(63).
       01  JOURNAL-DETAIL-RECORD.
        05       JRNL-DETAIL-TYPE        PIC X.
        05       JRNL-DETAIL-SIDE        PIC XX.
        05       JRNL-DETAIL-ACCOUNT     PIC X(4).
        05       JRNL-DETAIL-AMOUNT      PIC 9(7)V99.
        05       JRNL-DETAIL-TXN-NUMBER  PIC 9(4).
        05       JRNL-DETAIL-TXN-TYPE    PIC X.
      * The legal entity the line books to - spaces where the writer
      * has no entity to name (a revaluation, say).
        05       JRNL-DETAIL-ENTITY      PIC X(2).
        05       FILLER                  PIC X(57).
      * One "E" record per entity ahead of the trailer: the count of
      * the entity's details and its debit and credit totals, which
      * must agree - each entity balances on its own.
       01  JOURNAL-ENTITY-RECORD.
        05       JRNL-ENTITY-TYPE        PIC X.
        05       JRNL-ENTITY-CODE        PIC X(2).
        05       JRNL-ENTITY-COUNT       PIC 9(8).
        05       JRNL-ENTITY-DR-TOTAL    PIC 9(9)V99.
        05       JRNL-ENTITY-CR-TOTAL    PIC 9(9)V99.
        05       FILLER                  PIC X(47).
       01  JOURNAL-TRAILER-RECORD.
        05       JRNL-TRAILER-TYPE       PIC X.
        05       JRNL-TRAILER-COUNT      PIC 9(8).
        05       JRNL-TRAILER-HASH       PIC 9(8).
        05       JRNL-TRAILER-DR-TOTAL   PIC 9(9)V99.
        05       JRNL-TRAILER-CR-TOTAL   PIC 9(9)V99.
        05       FILLER                  PIC X(41).
