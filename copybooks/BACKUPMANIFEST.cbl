      * Backup-set manifest - shared 01-level layout for the
      * sequential BKMANIFS file BKUPSET writes alongside each
      * end-of-day backup set and RSTDRILL checks a restore against:
      * one record per file in the set, carrying the set's date and
      * cycle (from the completion flag the set was taken under),
      * the file's logical name, its record count, a truncating hash
      * total over a key or number column, and the total of its
      * money column where it has one. The columns hashed and
      * totalled are listed in BKUPSET.
       01  BACKUP-MANIFEST-RECORD.
        05       BACKUP-SET-DATE         PIC 9(8).
        05       BACKUP-SET-CYCLE        PIC 9(2).
        05       BACKUP-FILE-ID          PIC X(8).
        05       BACKUP-RECORD-COUNT     PIC 9(8).
        05       BACKUP-HASH-TOTAL       PIC 9(8).
        05       BACKUP-AMOUNT-TOTAL     PIC S9(13)V99.
      * When the set was taken - the run date and time BKUPSET held
      * the run-lock under.
        05       BACKUP-TAKEN-DATE       PIC 9(8).
        05       BACKUP-TAKEN-TIME       PIC 9(8).
        05       FILLER                  PIC X(10).
