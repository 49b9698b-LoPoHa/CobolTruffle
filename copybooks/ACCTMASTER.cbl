      * Account-master record - shared 01-level layout for the indexed
      * ACCTMAST file keyed on the wide branch digit / account number
      * / check digit shape in ACCOUNTKEY.cbl, with the short key as
      * an alternate key (duplicates allowed, since an account opened
      * past 999 has none). TEST posts each daily
      * transaction's amount against the matching account's running
      * balance; a transaction whose key finds no account is rejected.
       01  ACCOUNT-MASTER-RECORD.
      * Short key - the original five-byte key. Spaces on an
      * account numbered past 999, which only ever had a wide key.
        05       ACCOUNT-MASTER-KEY.
         10      ACCOUNT-MASTER-BRANCH-DIGIT PIC X.
         10      ACCOUNT-MASTER-NUMBER       PIC X(3).
      * instead of posting silently; a posting released through the
      * approval queue clears the flag.
        05       ACCOUNT-MASTER-DORMANT-FLAG PIC X.
      * Legal entity - the entity code of the account's branch in
      * BRANCHDIR, stamped by ACCTMNT when the account is opened.
      * Spaces on records seeded before the field existed; TEST
      * fills it from the branch directory the first time such an
      * account posts.
        05       ACCOUNT-MASTER-ENTITY   PIC X(2).
      * Owning customer - the CUSTMAST customer number the account
      * belongs to, set by ACCTMNT on open and moved by CUSTMNT when
      * two customers are merged. Spaces on records seeded before
      * the field existed.
        05       ACCOUNT-MASTER-CUSTOMER PIC X(8).
      * Product - the PRODCAT product code the account was opened
      * under, which sets its rate band set, fee package and
      * dormancy eligibility. Spaces on records seeded before the
      * field existed; such an account accrues on the default band
      * set, pays the standard fees and is swept for dormancy, as
      * every account was before products.
        05       ACCOUNT-MASTER-PRODUCT  PIC X(4).
      * Opened date - the run date ACCTMNT opened the account on.
      * Zero on records seeded before the field existed, which reads
      * as "open before anything the stream remembers".
        05       ACCOUNT-MASTER-OPEN-DATE PIC 9(8).
      * Closed date - the run date the account was closed, by an
      * ACCTMNT close card or by ACCTCLOS once a queued closure has
      * paid the balance away. A closed account stays on file so its
      * history still resolves, but takes no further postings. Zero
      * while the account is open.
        05       ACCOUNT-MASTER-CLOSED-DATE PIC 9(8).
      * Wide key - the record key. Set on every account by the
      * KEYMIGR conversion, and by ACCTMNT and ACCTRKEY on open.
        05       ACCOUNT-MASTER-WIDE-KEY.
         10      ACCOUNT-MASTER-WIDE-BRANCH  PIC X.
         10      ACCOUNT-MASTER-WIDE-NUMBER  PIC X(5).
         10      ACCOUNT-MASTER-WIDE-CHECK   PIC X.
