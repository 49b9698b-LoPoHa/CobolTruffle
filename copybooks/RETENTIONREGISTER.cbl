      * Retention register - shared 01-level layout for the
      * sequential RETNREG file RETPURGE appends one record to for
      * every closed account it removes once the data-protection
      * retention period has run out. The record names the account
      * only by the surrogate key its history now carries - the
      * original key and owner are gone for good - and counts what
      * was rewritten under it, so a later question about a purge
      * can be answered without the personal data. The surrogate is
      * a letter where the branch digit stood, a three-digit number
      * and "*" where the check digit stood; no live key can take
      * that shape. The number of records on file is the sequence
      * the next surrogate is drawn from.
       01  RETENTION-REGISTER-RECORD.
        05       RETENTION-SURROGATE-KEY PIC X(5).
        05       RETENTION-PURGE-DATE    PIC 9(8).
        05       RETENTION-CLOSED-DATE   PIC 9(8).
        05       RETENTION-ENTITY        PIC X(2).
      * "Y" when the owning customer went with the account - it
      * owned nothing else on the master.
        05       RETENTION-CUSTOMER-REMOVED PIC X.
        05       RETENTION-SNAPSHOT-COUNT PIC 9(6).
        05       RETENTION-POSTING-COUNT PIC 9(6).
        05       RETENTION-STATUS-COUNT  PIC 9(6).
        05       RETENTION-ARCHIVE-COUNT PIC 9(6).
        05       FILLER                  PIC X(10).
