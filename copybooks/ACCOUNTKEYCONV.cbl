      * Account-key conversion record - shared 01-level layout for the
      * line-sequential KEYCONV table KEYMIGR writes when it carries
      * the files across to the wide account key: one row per
      * account that had a short key, naming the wide key it now
      * lives under. FRONTEND and TEST load it so a branch still
      * sending the old five-byte key is posted to the right account
      * while the feeds move across. ACCTMNT and ACCTRKEY append a
      * row for each account they open under a short key; an account
      * numbered past 999 has no row, since it has no short key.
       01  ACCOUNT-KEY-CONV-RECORD.
        05       CONV-OLD-KEY            PIC X(5).
        05       CONV-NEW-KEY            PIC X(7).
      * The run date the row was written.
        05       CONV-DATE               PIC 9(8).
