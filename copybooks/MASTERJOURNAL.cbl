      * Master journal - shared 01-level layout for the sequential
      * MSTJRNL file every program that updates ACCTMAST in place
      * appends to: one record per REWRITE, WRITE or DELETE of an
      * account-master record, carrying the whole record as it stood
      * before the change and as it stood after it. A run is named
      * by the program, its run date, its intraday cycle and the
      * time it opened the journal; the sequence numbers that run's
      * changes in the order they were made, so MSTRBACK can undo
      * one run newest-first and MSTJINQ can say who moved a field
      * and when without reading any other file.
       01  MASTER-JOURNAL-RECORD.
        05       MASTER-JOURNAL-PROGRAM  PIC X(8).
        05       MASTER-JOURNAL-RUN-DATE PIC 9(8).
        05       MASTER-JOURNAL-RUN-TIME PIC 9(8).
        05       MASTER-JOURNAL-CYCLE    PIC 9(2).
        05       MASTER-JOURNAL-SEQUENCE PIC 9(8).
      * The transaction the change was made for, where the program
      * works from numbered transactions; zero otherwise.
        05       MASTER-JOURNAL-TXN-NUMBER PIC 9(4).
        05       MASTER-JOURNAL-ACTION   PIC X.
         88      MASTER-JOURNAL-ADDED        VALUE "A".
         88      MASTER-JOURNAL-CHANGED      VALUE "C".
         88      MASTER-JOURNAL-DELETED      VALUE "D".
        05       MASTER-JOURNAL-ACCOUNT-KEY PIC X(5).
      * Spaces before an add; spaces after a delete. Both images are
      * the first 64 bytes of the ACCTMASTER layout - everything but
      * the wide key, which rides once in MASTER-JOURNAL-WIDE-KEY.
        05       MASTER-JOURNAL-BEFORE-IMAGE PIC X(64).
        05       MASTER-JOURNAL-AFTER-IMAGE  PIC X(64).
      * The account's wide key. Spaces on rows written before the
      * KEYMIGR conversion.
        05       MASTER-JOURNAL-WIDE-KEY PIC X(7).
        05       FILLER                  PIC X(3).
