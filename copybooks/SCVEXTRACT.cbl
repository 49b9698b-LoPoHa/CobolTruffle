      * Single-customer-view extract - shared 01-level views of the
      * SCVEXTR file SCVBUILD writes for deposit-insurance reporting.
      * One header, then per depositor and legal entity the "A"
      * records of each account with its snapshot balance followed
      * by one "S" record carrying the aggregate and the amount
      * covered and not covered under that entity's insurance limit,
      * then one trailer. A customer banking with both entities is
      * two depositors here - the limit applies per entity. All four
      * views are padded to the same length.
       01  SCV-HEADER-RECORD.
        05       SCV-RECORD-TYPE         PIC X.
         88      SCV-HEADER                  VALUE "H".
         88      SCV-ACCOUNT                 VALUE "A".
         88      SCV-DEPOSITOR               VALUE "S".
         88      SCV-TRAILER                 VALUE "T".
        05       SCV-SNAPSHOT-DATE       PIC 9(8).
        05       SCV-RUN-DATE            PIC 9(8).
        05       FILLER                  PIC X(93).
       01  SCV-ACCOUNT-RECORD.
        05       FILLER                  PIC X.
        05       SCV-ACCT-CUSTOMER       PIC X(8).
        05       SCV-ACCT-ENTITY         PIC X(2).
        05       SCV-ACCT-KEY            PIC X(5).
        05       SCV-ACCT-BALANCE        PIC S9(9)V99.
        05       FILLER                  PIC X(83).
      * Depositor record - the aggregate is the sum of the
      * depositor's credit balances at the entity; an overdrawn
      * account is reported on its "A" record but not set off
      * against the deposits.
       01  SCV-DEPOSITOR-RECORD.
        05       FILLER                  PIC X.
        05       SCV-DEP-CUSTOMER        PIC X(8).
        05       SCV-DEP-ENTITY          PIC X(2).
        05       SCV-DEP-NAME            PIC X(30).
        05       SCV-DEP-TAX-ID          PIC X(12).
        05       SCV-DEP-ACCOUNT-COUNT   PIC 9(4).
        05       SCV-DEP-AGGREGATE       PIC 9(11)V99.
        05       SCV-DEP-LIMIT           PIC 9(9)V99.
        05       SCV-DEP-COVERED         PIC 9(11)V99.
        05       SCV-DEP-NOT-COVERED     PIC 9(11)V99.
        05       FILLER                  PIC X(3).
       01  SCV-TRAILER-RECORD.
        05       FILLER                  PIC X.
        05       SCV-TRL-DEPOSITOR-COUNT PIC 9(8).
        05       SCV-TRL-ACCOUNT-COUNT   PIC 9(8).
        05       SCV-TRL-AGGREGATE       PIC 9(13)V99.
        05       SCV-TRL-COVERED         PIC 9(13)V99.
        05       SCV-TRL-NOT-COVERED     PIC 9(13)V99.
        05       FILLER                  PIC X(48).
