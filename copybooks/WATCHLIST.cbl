      * Sanctions watch list - shared 01-level layout for the
      * line-sequential WATCHLST file. WLLOAD appends each list the
      * compliance team issues as a new version, every row stamped
      * with the date the list takes effect; older versions stay on
      * file so it can always be shown which list a payment was
      * screened against. TEST screens against the latest version
      * in force on its run date.
       01  WATCH-LIST-RECORD.
        05       WATCH-LIST-EFFECTIVE-DATE PIC 9(8).
      * What the entry names - a payment reference, an account key,
      * or a customer name exactly as CUSTMAST holds it.
        05       WATCH-ENTRY-TYPE        PIC X.
         88      WATCH-ENTRY-REFERENCE       VALUE "R".
         88      WATCH-ENTRY-ACCOUNT         VALUE "A".
         88      WATCH-ENTRY-NAME            VALUE "N".
         88      WATCH-ENTRY-TYPE-VALID      VALUES "R" "A" "N".
      * Left-justified - 8 bytes for a reference, 5 for an account
      * key, the full 30 for a name.
        05       WATCH-ENTRY-VALUE       PIC X(30).
      * The compliance team's own reference for the list, and the
      * run date WLLOAD put it on file.
        05       WATCH-LIST-REFERENCE    PIC X(8).
        05       WATCH-LIST-LOADED-DATE  PIC 9(8).
