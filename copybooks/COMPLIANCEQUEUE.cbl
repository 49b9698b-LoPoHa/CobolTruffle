      * Compliance queue - shared 01-level layout for the line-
      * sequential COMPLQ file. TEST holds a transaction here instead
      * of dispatching it when screening finds a possible watch-list
      * match; only a compliance operator's session (TEST run mode
      * COMPL) may release or reject it. Kept apart from the
      * supervisor approval queue on purpose - a supervisor may not
      * clear a sanctions hit.
       01  COMPLIANCE-QUEUE-RECORD.
        05       COMPLIANCE-DETAIL       PIC X(80).
        05       COMPLIANCE-BASE-AMOUNT  PIC S9(7)V99.
        05       COMPLIANCE-HELD-DATE    PIC 9(8).
      * What matched - the watch-list entry type (R, A or N, as on
      * WATCHLST) and value - and the effective date of the list it
      * matched on.
        05       COMPLIANCE-HIT-TYPE     PIC X.
        05       COMPLIANCE-HIT-VALUE    PIC X(30).
        05       COMPLIANCE-LIST-DATE    PIC 9(8).
